      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMOFA)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLOFA))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMOFA-)                                          *
      *        STRUCTURE(TLMOFA)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMOFA : suivi des ouvertures de compte transmises a la
      * facturation, une ligne par prospect. Posee par TLMBPGM53 a
      * chaque emission, mise a jour par TLMBPGM106 a la lecture du
      * fichier retour de la facturation (acceptation avec numero de
      * compte, ou rejet avec motif) et a l'expiration du delai
      * d'acquittement (reemission, puis escalade).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMOFA TABLE
           ( PROID                          CHAR(6) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             NBEMIS                         DECIMAL(3,0) NOT NULL
                                            WITH DEFAULT,
             DTEMIS                         CHAR(8) NOT NULL,
             DTACQ                          TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             COMPTE                         CHAR(10) NOT NULL
                                            WITH DEFAULT,
             MOTIF                          CHAR(60) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMOFA                     *
      ******************************************************************
       01  TLMOFA.
      *    *************************************************************
      *                       PROID
      *                       Prospect dont l'ouverture a ete emise
           10 TLMOFA-PROID         PIC X(6).
      *    *************************************************************
      *                       STATUT
      *                       'E' emise, en attente d'acquittement,
      *                       'M' sans acquittement dans le delai, a
      *                       reemettre par TLMBPGM53, 'X' escaladee
      *                       (nombre maximal d'emissions atteint),
      *                       'A' acceptee par la facturation, 'R'
      *                       rejetee, a corriger
           10 TLMOFA-STATUT        PIC X(1).
              88 TLMOFA-STATUT-EMISE       VALUE 'E'.
              88 TLMOFA-STATUT-A-REEMETTRE VALUE 'M'.
              88 TLMOFA-STATUT-ESCALADEE   VALUE 'X'.
              88 TLMOFA-STATUT-ACCEPTEE    VALUE 'A'.
              88 TLMOFA-STATUT-REJETEE     VALUE 'R'.
      *    *************************************************************
      *                       NBEMIS
      *                       Nombre d'emissions de la ligne
           10 TLMOFA-NBEMIS        PIC S9(3)       COMP-3.
      *    *************************************************************
      *                       DTEMIS
      *                       Date de la derniere emission (AAAAMMJJ)
           10 TLMOFA-DTEMIS        PIC X(8).
      *    *************************************************************
      *                       DTACQ
      *                       Date/heure du dernier acquittement, de
      *                       la relance ou de l'escalade
           10 TLMOFA-DTACQ         PIC X(26).
      *    *************************************************************
      *                       COMPTE
      *                       Numero de compte client de la
      *                       facturation, espace tant que non accepte
           10 TLMOFA-COMPTE        PIC X(10).
      *    *************************************************************
      *                       MOTIF
      *                       Motif de rejet donne par la facturation
           10 TLMOFA-MOTIF         PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
