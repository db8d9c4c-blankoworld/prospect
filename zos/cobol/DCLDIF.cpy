      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDIF)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDIF))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDIF-)                                          *
      *        STRUCTURE(TLMDIF)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDIF : table de diffusion des editions, une ligne par
      * edition et par destinataire (commercial, chef d'equipe,
      * directeur regional, secteur ou utilisateur, cf. TLMCDIF1) :
      * par imprimante, par boite aux lettres securisee ou en archive
      * seule. RAPPORT a '*' = regle valable pour toutes les editions
      * du destinataire, une ligne nominative l'emporte. Chargee par
      * TLMBPGM118 ; lue par l'eclatement TLMBPGM117.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDIF TABLE
           ( RAPPORT                        CHAR(10) NOT NULL,
             TYPEDEST                       CHAR(1) NOT NULL,
             CODEDEST                       CHAR(8) NOT NULL,
             MODE                           CHAR(1) NOT NULL,
             ADRESSE                        CHAR(17) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDIF                     *
      ******************************************************************
       01  TLMDIF.
      *    *************************************************************
      *                       RAPPORT
      *                       Programme d'edition, '*' = toutes
           10 TLMDIF-RAPPORT       PIC X(10).
      *    *************************************************************
      *                       TYPEDEST
      *                       Type de destinataire (cf. TLMCDIF1)
           10 TLMDIF-TYPEDEST      PIC X(1).
      *    *************************************************************
      *                       CODEDEST
      *                       Code du destinataire
           10 TLMDIF-CODEDEST      PIC X(8).
      *    *************************************************************
      *                       MODE
      *                       'I' imprimante, 'B' boite aux lettres
      *                       securisee, 'A' archive seule
           10 TLMDIF-MODE          PIC X(1).
              88 TLMDIF-MODE-IMPRIMANTE    VALUE 'I'.
              88 TLMDIF-MODE-BOITE         VALUE 'B'.
              88 TLMDIF-MODE-ARCHIVE       VALUE 'A'.
      *    *************************************************************
      *                       ADRESSE
      *                       Destination JES de l'imprimante
      *                       (noeud.imprimante) ou qualifiant de la
      *                       boite aux lettres (8 caracteres au plus)
           10 TLMDIF-ADRESSE       PIC X(17).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
