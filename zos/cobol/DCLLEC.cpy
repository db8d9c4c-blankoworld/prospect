      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMLEC)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLLEC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMLEC-)                                          *
      *        STRUCTURE(TLMLEC)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMLEC : journal des consultations de donnees personnelles sur
      * les ecrans TLM1, TLM3, TLM5 et TLM7 : une ligne par prospect
      * ou contact affiche, avec l'operateur, son terminal, la
      * transaction et l'heure. Ecrit via la couche physique TLMPLEC1 ;
      * repond a "qui a vu mes donnees ?" et alimente l'edition
      * hebdomadaire des consultations anormales TLMBPGM99.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMLEC TABLE
           ( OPERATEUR                      CHAR(8) NOT NULL,
             TERMINAL                       CHAR(4) NOT NULL,
             TRANSID                        CHAR(4) NOT NULL,
             DTLEC                          TIMESTAMP NOT NULL,
             LECTYPE                        CHAR(1) NOT NULL,
             ID                             CHAR(6) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMLEC                     *
      ******************************************************************
       01  TLMLEC.
      *    *************************************************************
      *                       OPERATEUR
      *                       Identifiant CICS de l'operateur signe
           10 TLMLEC-OPERATEUR     PIC X(8).
      *    *************************************************************
      *                       TERMINAL
      *                       Terminal CICS (EIBTRMID)
           10 TLMLEC-TERMINAL      PIC X(4).
      *    *************************************************************
      *                       TRANSID
      *                       Transaction de consultation (TLM1...)
           10 TLMLEC-TRANSID       PIC X(4).
      *    *************************************************************
      *                       DTLEC
      *                       Date/heure de l'affichage
           10 TLMLEC-DTLEC         PIC X(26).
      *    *************************************************************
      *                       LECTYPE
      *                       Donnee affichee : 'P' prospect, 'C'
      *                       contact
           10 TLMLEC-LECTYPE       PIC X(1).
              88 TLMLEC-PROSPECT           VALUE 'P'.
              88 TLMLEC-CONTACT            VALUE 'C'.
      *    *************************************************************
      *                       ID
      *                       Identifiant du prospect ou du contact
           10 TLMLEC-ID            PIC X(6).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Portefeuille de l'operateur au moment de
      *                       la consultation (profil TLMOPR), espace
      *                       si l'operateur n'a pas de portefeuille
           10 TLMLEC-COMMERCIAL    PIC X(4).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
