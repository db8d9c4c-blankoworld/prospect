      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCHG)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCHG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCHG-)                                          *
      *        STRUCTURE(TLMCHG)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCHG : cours de change quotidiens contre l'euro, un cours
      * par devise et par jour de cotation, charges chaque nuit par
      * TLMBPGM97 depuis le fichier de la tresorerie. Le cours est le
      * nombre d'unites de la devise pour un euro (1 EUR = TAUX CHF) :
      * montant en euros = montant en devise / TAUX. L'euro lui-meme
      * n'y figure pas. Exploitee par les editions chiffrees (pipeline,
      * dossier, chiffre signe, commissions), qui convertissent au
      * dernier jour de cotation connu a leur date de reference et
      * l'indiquent en clair.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCHG TABLE
           ( DEVISE                         CHAR(3) NOT NULL,
             DTCOURS                        CHAR(8) NOT NULL,
             TAUX                           DECIMAL(11,6) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCHG                     *
      ******************************************************************
       01  TLMCHG.
      *    *************************************************************
      *                       DEVISE
      *                       Code ISO 4217 de la devise
           10 TLMCHG-DEVISE        PIC X(3).
      *    *************************************************************
      *                       DTCOURS
      *                       Jour de cotation (AAAAMMJJ)
           10 TLMCHG-DTCOURS       PIC X(8).
      *    *************************************************************
      *                       TAUX
      *                       Unites de la devise pour un euro
           10 TLMCHG-TAUX          PIC S9(5)V9(6)  COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
