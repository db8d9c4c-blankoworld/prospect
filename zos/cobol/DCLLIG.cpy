      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMLIG)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLLIG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMLIG-)                                          *
      *        STRUCTURE(TLMLIG)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMLIG : referentiel des lignes de produit portees par les
      * affaires (TLMAFF.LIGNE), regroupees en familles pour le suivi
      * des chefs de produit. Charge par TLMBPGM90, controle par la
      * couche physique TLMPAFF9 (AJOUT/MAJ), exploite par l'edition
      * du pipeline par famille TLMBPGM91.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMLIG TABLE
           ( CODE                           CHAR(10) NOT NULL,
             LIBELLE                        CHAR(35),
             FAMILLE                        CHAR(10) NOT NULL,
             ACTIF                          CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMLIG                     *
      ******************************************************************
       01  TLMLIG.
      *    *************************************************************
      *                       CODE
      *                       Code ligne de produit, porte par
      *                       TLMAFF.LIGNE
           10 TLMLIG-CODE          PIC X(10).
      *    *************************************************************
      *                       LIBELLE
           10 TLMLIG-LIBELLE       PIC X(35).
      *    *************************************************************
      *                       FAMILLE
      *                       Famille de produits (regroupement des
      *                       lignes pour les chefs de produit)
           10 TLMLIG-FAMILLE       PIC X(10).
      *    *************************************************************
      *                       ACTIF
      *                       'O' ligne commercialisee (acceptee sur
      *                       une affaire), 'N' ligne retiree
           10 TLMLIG-ACTIF         PIC X(1).
              88 TLMLIG-ACTIF-OUI          VALUE 'O'.
              88 TLMLIG-ACTIF-NON          VALUE 'N'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
