      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMODO)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLODO))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMODO-)                                          *
      *        STRUCTURE(TLMODO)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMODO : ouvertures de compte facturation retenues faute de
      * pieces obligatoires (TLMTDO) presentes et en cours de validite
      * dans l'index documentaire TLMDOC, une ligne par retenue. Posee
      * par TLMBPGM53 quand le prospect passe client avec un dossier
      * incomplet ; marquee emise par le run qui transmet enfin la
      * ligne d'ouverture (meme principe que TLMORC).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMODO TABLE
           ( PROID                          CHAR(6) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTRETENUE                      TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTEMIS                         TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMODO                     *
      ******************************************************************
       01  TLMODO.
      *    *************************************************************
      *                       PROID
      *                       Prospect dont l'ouverture est retenue
           10 TLMODO-PROID         PIC X(6).
      *    *************************************************************
      *                       STATUT
      *                       'O' ouverture retenue, 'E' emise
           10 TLMODO-STATUT        PIC X(1).
              88 TLMODO-STATUT-RETENUE     VALUE 'O'.
              88 TLMODO-STATUT-EMISE       VALUE 'E'.
      *    *************************************************************
      *                       DTRETENUE
      *                       Date/heure de la retenue
           10 TLMODO-DTRETENUE     PIC X(26).
      *    *************************************************************
      *                       DTEMIS
      *                       Date/heure de l'emission, dossier
      *                       complet
           10 TLMODO-DTEMIS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
