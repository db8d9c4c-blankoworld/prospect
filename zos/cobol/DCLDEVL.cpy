      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDEVL)                                  *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDEVL))                    *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDEVL-)                                         *
      *        STRUCTURE(TLMDEVL)                                      *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDEVL : lignes d'un devis (TLMDEV) : ligne de produit du
      * referentiel TLMLIG, quantite, prix unitaire, remise en % et
      * montant de la ligne calcule par la couche physique TLMPDEV1.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDEVL TABLE
           ( DEVID                          CHAR(6) NOT NULL,
             NUMLIG                         DECIMAL(3,0) NOT NULL,
             LIGNE                          CHAR(10) NOT NULL,
             QTE                            DECIMAL(7,0) NOT NULL,
             PRIXU                          DECIMAL(11,2) NOT NULL,
             REMISE                         DECIMAL(5,2) NOT NULL,
             MONTANT                        DECIMAL(11,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDEVL                    *
      ******************************************************************
       01  TLMDEVL.
      *    *************************************************************
      *                       DEVID
      *                       Numero du devis (TLMDEV.ID)
           10 TLMDEVL-DEVID        PIC X(6).
      *    *************************************************************
      *                       NUMLIG
      *                       Rang de la ligne dans le devis
           10 TLMDEVL-NUMLIG       PIC S9(3)       COMP-3.
      *    *************************************************************
      *                       LIGNE
      *                       Ligne de produit (code TLMLIG)
           10 TLMDEVL-LIGNE        PIC X(10).
      *    *************************************************************
      *                       QTE
      *                       Quantite
           10 TLMDEVL-QTE          PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       PRIXU
      *                       Prix unitaire, en euros
           10 TLMDEVL-PRIXU        PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       REMISE
      *                       Remise consentie sur la ligne, en %
           10 TLMDEVL-REMISE       PIC S9(3)V99    COMP-3.
      *    *************************************************************
      *                       MONTANT
      *                       Montant de la ligne, remise deduite
           10 TLMDEVL-MONTANT      PIC S9(9)V99    COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
