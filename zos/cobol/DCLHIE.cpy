      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMHIE)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLHIE))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMHIE-)                                          *
      *        STRUCTURE(TLMHIE)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMHIE : hierarchie commerciale datee. Une ligne par
      * rattachement et par periode de validite : commercial (TLMCOM)
      * a son equipe (NIVEAU 'C') ou equipe a sa region (NIVEAU 'E'),
      * unites decrites dans TLMEQU. Une reorganisation ferme la
      * periode en cours (DTFIN) et en ouvre une nouvelle : les
      * editions d'un mois passe retrouvent l'organisation de ce
      * mois. Les periodes d'un meme code ne se chevauchent pas
      * (controle au chargement TLMBPGM100).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMHIE TABLE
           ( NIVEAU                         CHAR(1) NOT NULL,
             CODE                           CHAR(4) NOT NULL,
             PARENT                         CHAR(4) NOT NULL,
             DTDEBUT                        CHAR(8) NOT NULL,
             DTFIN                          CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMHIE                     *
      ******************************************************************
       01  TLMHIE.
      *    *************************************************************
      *                       NIVEAU
      *                       'C' commercial -> equipe,
      *                       'E' equipe -> region
           10 TLMHIE-NIVEAU        PIC X(1).
              88 TLMHIE-NIVEAU-COMMERCIAL  VALUE 'C'.
              88 TLMHIE-NIVEAU-EQUIPE      VALUE 'E'.
      *    *************************************************************
      *                       CODE
      *                       Code du commercial ou de l'equipe
      *                       rattache
           10 TLMHIE-CODE          PIC X(4).
      *    *************************************************************
      *                       PARENT
      *                       Code de l'equipe ou de la region de
      *                       rattachement (TLMEQU)
           10 TLMHIE-PARENT        PIC X(4).
      *    *************************************************************
      *                       DTDEBUT
      *                       Premier jour de validite (AAAAMMJJ)
           10 TLMHIE-DTDEBUT       PIC X(8).
      *    *************************************************************
      *                       DTFIN
      *                       Dernier jour de validite (AAAAMMJJ,
      *                       99991231 = rattachement en cours)
           10 TLMHIE-DTFIN         PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
