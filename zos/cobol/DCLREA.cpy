      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMREA)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLREA))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMREA-)                                          *
      *        STRUCTURE(TLMREA)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMREA : reaffectations de prospects a un nouveau charge de
      * compte, une ligne par prospect et par reaffectation, ecrite
      * dans la meme unite de travail que le changement de commercial
      * par le reequilibrage TLMBPGM38 (depart, reorganisation,
      * portefeuille orphelin signale par TLMBPGM58) et par la
      * distribution des prospects non affectes TLMBPGM133. Relue par
      * TLMBPGM152 qui edite le dossier de passation du repreneur et
      * les lettres de presentation aux contacts principaux, puis
      * date la ligne (DTPASS).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMREA TABLE
           ( PROID                          CHAR(6) NOT NULL,
             DTREA                          TIMESTAMP NOT NULL,
             CEDANT                         CHAR(4) NOT NULL,
             REPRENEUR                      CHAR(4) NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL,
             DTPASS                         CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMREA                     *
      ******************************************************************
       01  TLMREA.
      *    *************************************************************
      *                       PROID
      *                       Prospect reaffecte (TLMPRO.ID)
           10 TLMREA-PROID         PIC X(6).
      *    *************************************************************
      *                       DTREA
      *                       Date/heure de la reaffectation
           10 TLMREA-DTREA         PIC X(26).
      *    *************************************************************
      *                       CEDANT
      *                       Commercial precedent ; espace pour un
      *                       prospect qui n'en avait pas (distribution
      *                       TLMBPGM133)
           10 TLMREA-CEDANT        PIC X(4).
      *    *************************************************************
      *                       REPRENEUR
      *                       Nouveau charge de compte (TLMCOM.CODE)
           10 TLMREA-REPRENEUR     PIC X(4).
      *    *************************************************************
      *                       ORIGINE
      *                       Programme qui a reaffecte le prospect
           10 TLMREA-ORIGINE       PIC X(12).
      *    *************************************************************
      *                       DTPASS
      *                       Date (AAAAMMJJ) d'edition du dossier de
      *                       passation ; espace = a editer
           10 TLMREA-DTPASS        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
