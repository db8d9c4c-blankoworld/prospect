      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMPRI)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLPRI))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMPRI-)                                          *
      *        STRUCTURE(TLMPRI)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMPRI : matrice de priorite des emetteurs, par champ. Une
      * ligne par (emetteur, champ) : plus la priorite est forte, plus
      * la valeur posee par cet emetteur resiste aux autres sources
      * (cf. TLMPRV, provenance des valeurs). Un couple absent vaut
      * priorite zero : matrice vide = la derniere ligne traitee
      * l'emporte, comme avant. Chargee par TLMBPGM101, appliquee par
      * TLMBPGM3 (rejet non bloquant '24', cf. TLMCREJ1) via TLMPPRV1.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMPRI TABLE
           ( EMETTEUR                       CHAR(8) NOT NULL,
             CHAMP                          CHAR(3) NOT NULL,
             PRIORITE                       DECIMAL(3,0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPRI                     *
      ******************************************************************
       01  TLMPRI.
      *    *************************************************************
      *                       EMETTEUR
      *                       Code de l'emetteur (entete H du
      *                       pilotage), 'INTERNE' pour les sources
      *                       sans emetteur declare (appareillage
      *                       TLMBPGM2), 'TLM2' pour la maintenance en
      *                       ligne
           10 TLMPRI-EMETTEUR      PIC X(8).
      *    *************************************************************
      *                       CHAMP
      *                       Champ (ou groupe de champs) protege :
      *                       NOM nom du prospect, ADR adresse (rue,
      *                       CP, ville), COM commercial, SRT SIRET,
      *                       CNO nom et prenom du contact, TEL
      *                       telephone, MEL courriel du contact
           10 TLMPRI-CHAMP         PIC X(3).
              88 TLMPRI-CHAMP-VALIDE  VALUE 'NOM' 'ADR' 'COM' 'SRT'
                                            'CNO' 'TEL' 'MEL'.
      *    *************************************************************
      *                       PRIORITE
      *                       Rang de l'emetteur sur ce champ (0 a
      *                       999, le plus fort l'emporte)
           10 TLMPRI-PRIORITE      PIC S9(3)       COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
