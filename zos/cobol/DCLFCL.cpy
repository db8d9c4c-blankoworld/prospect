      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMFCL)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLFCL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMFCL-)                                          *
      *        STRUCTURE(TLMFCL)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMFCL : image du fichier maitre des clients de la
      * facturation, une ligne par compte client. Rechargee en
      * totalite chaque mois par TLMBPGM107, qui la rapproche des
      * prospects au stade 'C' (TLMPRO.COMPTEFAC, a defaut le SIRET).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMFCL TABLE
           ( COMPTE                         CHAR(10) NOT NULL,
             SIRET                          CHAR(14) NOT NULL
                                            WITH DEFAULT,
             NOM                            CHAR(35) NOT NULL,
             ADDR_RUE                       CHAR(40) NOT NULL
                                            WITH DEFAULT,
             ADDR_CP                        CHAR(5) NOT NULL
                                            WITH DEFAULT,
             ADDR_VILLE                     CHAR(35) NOT NULL
                                            WITH DEFAULT,
             ETAT                           CHAR(1) NOT NULL,
             DTETAT                         CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTCHARGE                       TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMFCL                     *
      ******************************************************************
       01  TLMFCL.
      *    *************************************************************
      *                       COMPTE
      *                       Numero de compte client de la
      *                       facturation (cle)
           10 TLMFCL-COMPTE        PIC X(10).
      *    *************************************************************
      *                       SIRET
      *                       SIRET du client connu de la facturation,
      *                       espace si inconnu
           10 TLMFCL-SIRET         PIC X(14).
      *    *************************************************************
      *                       NOM
           10 TLMFCL-NOM           PIC X(35).
      *    *************************************************************
      *                       ADDR_RUE
           10 TLMFCL-ADDR-RUE      PIC X(40).
      *    *************************************************************
      *                       ADDR_CP
           10 TLMFCL-ADDR-CP       PIC X(5).
      *    *************************************************************
      *                       ADDR_VILLE
           10 TLMFCL-ADDR-VILLE    PIC X(35).
      *    *************************************************************
      *                       ETAT
      *                       'A' compte ouvert, 'F' compte ferme
      *                       (resilie ou fusionne dans un autre)
           10 TLMFCL-ETAT          PIC X(1).
              88 TLMFCL-ETAT-OUVERT        VALUE 'A'.
              88 TLMFCL-ETAT-FERME         VALUE 'F'.
              88 TLMFCL-ETAT-VALIDE        VALUE 'A', 'F'.
      *    *************************************************************
      *                       DTETAT
      *                       Date de l'etat (ouverture ou fermeture
      *                       du compte, AAAAMMJJ)
           10 TLMFCL-DTETAT        PIC X(8).
      *    *************************************************************
      *                       DTCHARGE
      *                       Date/heure du chargement
           10 TLMFCL-DTCHARGE      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
