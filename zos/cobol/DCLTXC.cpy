      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMTXC)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLTXC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMTXC-)                                          *
      *        STRUCTURE(TLMTXC)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMTXC : grille des taux de commission par grade de commercial
      * (TLMCOM.GRADE) et ligne de produit (code TLMLIG). Une ligne de
      * produit a espace donne le taux par defaut du grade, applique
      * aux lignes sans taux propre. Chargee par TLMBPGM95, exploitee
      * par le calcul mensuel des commissions TLMBPGM96.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMTXC TABLE
           ( GRADE                          CHAR(2) NOT NULL,
             LIGNE                          CHAR(10) NOT NULL,
             TAUX                           DECIMAL(5,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMTXC                     *
      ******************************************************************
       01  TLMTXC.
      *    *************************************************************
      *                       GRADE
      *                       Grade de commissionnement
           10 TLMTXC-GRADE         PIC X(2).
      *    *************************************************************
      *                       LIGNE
      *                       Ligne de produit (code TLMLIG), espace =
      *                       taux par defaut du grade
           10 TLMTXC-LIGNE         PIC X(10).
      *    *************************************************************
      *                       TAUX
      *                       Taux de commission en % du montant
      *                       signe
           10 TLMTXC-TAUX          PIC S9(3)V99    COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
