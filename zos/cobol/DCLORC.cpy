      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMORC)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLORC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMORC-)                                          *
      *        STRUCTURE(TLMORC)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMORC : ouvertures de compte facturation retenues pour revue
      * du risque de credit, une ligne par retenue. Posee par
      * TLMBPGM53 quand le prospect passe client alors que la
      * notation TLMRSQ de son SIREN est en alerte sans accord du
      * credit manager ; marquee emise par le run qui transmet enfin
      * la ligne d'ouverture.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMORC TABLE
           ( PROID                          CHAR(6) NOT NULL,
             SIREN                          CHAR(9) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTRETENUE                      TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTEMIS                         TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMORC                     *
      ******************************************************************
       01  TLMORC.
      *    *************************************************************
      *                       PROID
      *                       Prospect dont l'ouverture est retenue
           10 TLMORC-PROID         PIC X(6).
      *    *************************************************************
      *                       SIREN
      *                       Entite juridique notee en alerte
           10 TLMORC-SIREN         PIC X(9).
      *    *************************************************************
      *                       STATUT
      *                       'O' ouverture retenue, 'E' emise
           10 TLMORC-STATUT        PIC X(1).
              88 TLMORC-STATUT-RETENUE     VALUE 'O'.
              88 TLMORC-STATUT-EMISE       VALUE 'E'.
      *    *************************************************************
      *                       DTRETENUE
      *                       Date/heure de la retenue
           10 TLMORC-DTRETENUE     PIC X(26).
      *    *************************************************************
      *                       DTEMIS
      *                       Date/heure de l'emission apres accord
           10 TLMORC-DTEMIS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
