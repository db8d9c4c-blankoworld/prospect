      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMGCP)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLGCP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMGCP-)                                          *
      *        STRUCTURE(TLMGCP)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMGCP : grands comptes, une ligne par prospect designe par la
      * direction commerciale, avec son responsable de compte et la
      * frequence de revue de compte attendue. La presence du prospect
      * dans la table vaut indicateur grand compte. Chargee par
      * TLMBPGM145 depuis le fichier REFGCP (remplacement complet).
      * Les revues sont des activites TLMACT de type 'R' (participants
      * dans TLMRVP) ; les revues en retard sont suivies par TLMBPGM146
      * (edition mensuelle) et par la liste du matin TLMBPGM87.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMGCP TABLE
           ( PROID                          CHAR(6) NOT NULL,
             PROPRIO                        CHAR(4) NOT NULL,
             FREQ                           DECIMAL(2,0) NOT NULL,
             DTDESIG                        CHAR(8) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMGCP                     *
      ******************************************************************
       01  TLMGCP.
      *    *************************************************************
      *                       PROID
      *                       Prospect designe grand compte (TLMPRO)
           10 TLMGCP-PROID         PIC X(6).
      *    *************************************************************
      *                       PROPRIO
      *                       Responsable du compte (TLMCOM.CODE)
           10 TLMGCP-PROPRIO       PIC X(4).
      *    *************************************************************
      *                       FREQ
      *                       Frequence de revue de compte, en mois
      *                       (1 a 24)
           10 TLMGCP-FREQ          PIC S9(2)       COMP-3.
      *    *************************************************************
      *                       DTDESIG
      *                       Date de designation (AAAAMMJJ) : point de
      *                       depart de la premiere revue attendue tant
      *                       qu'aucune revue n'est enregistree
           10 TLMGCP-DTDESIG       PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du chargement
           10 TLMGCP-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
