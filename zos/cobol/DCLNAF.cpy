      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMNAF)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLNAF))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMNAF-)                                          *
      *        STRUCTURE(TLMNAF)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMNAF : nomenclature officielle des activites francaises
      * (NAF rev.2, INSEE), une ligne par poste aux trois niveaux
      * utilises : section (lettre A a U), division (2 chiffres) et
      * sous-classe (code APE, 4 chiffres et une lettre). Chargee par
      * TLMBPGM122 (fichier REFNAF) ; sert au controle du code NAF du
      * prospect (TLMPPRO1 SEGMENT, TLMBPGM123) et au regroupement par
      * section de l'edition TLMBPGM124.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMNAF TABLE
           ( CODE                           CHAR(5) NOT NULL,
             NIVEAU                         CHAR(1) NOT NULL,
             SECTION                        CHAR(1) NOT NULL,
             LIBELLE                        CHAR(60) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMNAF                     *
      ******************************************************************
       01  TLMNAF.
      *    *************************************************************
      *                       CODE
      *                       Code du poste, cadre a gauche : 'J'
      *                       (section), '62' (division), '6201Z'
      *                       (sous-classe)
           10 TLMNAF-CODE          PIC X(5).
      *    *************************************************************
      *                       NIVEAU
      *                       'S' section, 'D' division, 'C' sous-
      *                       classe
           10 TLMNAF-NIVEAU        PIC X(1).
               88 TLMNAF-NIVEAU-SECTION    VALUE 'S'.
               88 TLMNAF-NIVEAU-DIVISION   VALUE 'D'.
               88 TLMNAF-NIVEAU-CLASSE     VALUE 'C'.
               88 TLMNAF-NIVEAU-VALIDE     VALUE 'S','D','C'.
      *    *************************************************************
      *                       SECTION
      *                       Lettre de la section de rattachement
      *                       (egale au code pour une section)
           10 TLMNAF-SECTION       PIC X(1).
      *    *************************************************************
      *                       LIBELLE
      *                       Intitule officiel du poste
           10 TLMNAF-LIBELLE       PIC X(60).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du chargement
           10 TLMNAF-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
