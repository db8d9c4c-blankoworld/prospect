      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEVL)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEVL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEVL-)                                          *
      *        STRUCTURE(TLMEVL)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEVL : leads issus des scans de badges d'un evenement, une
      * ligne par badge converti en pilotage par TLMBPGM112, avec le
      * resultat du rapprochement avec les prospects existants.
      * Exploite par le bilan post-evenement TLMBPGM113.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEVL TABLE
           ( EVTID                          CHAR(6) NOT NULL,
             NUMLIG                         DECIMAL(7,0) NOT NULL,
             SIRET                          CHAR(14) NOT NULL,
             NOM                            CHAR(35) NOT NULL,
             CP                             CHAR(5) NOT NULL,
             CONNOM                         CHAR(35) NOT NULL,
             CONPRENOM                      CHAR(35) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             RAPPROCH                       CHAR(1) NOT NULL,
             STADE0                         CHAR(1) NOT NULL,
             DTSCAN                         TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEVL                     *
      ******************************************************************
       01  TLMEVL.
      *    *************************************************************
      *                       EVTID
      *                       Evenement (TLMEVT)
           10 TLMEVL-EVTID         PIC X(6).
      *    *************************************************************
      *                       NUMLIG
      *                       Rang de la ligne dans le fichier
      *                       des scans
           10 TLMEVL-NUMLIG        PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       SIRET
      *                       SIRET declare, espace si inconnu
           10 TLMEVL-SIRET         PIC X(14).
      *    *************************************************************
      *                       NOM
      *                       Raison sociale declaree
           10 TLMEVL-NOM           PIC X(35).
      *    *************************************************************
      *                       CP
      *                       Code postal declare
           10 TLMEVL-CP            PIC X(5).
      *    *************************************************************
      *                       CONNOM
      *                       Nom du visiteur
           10 TLMEVL-CONNOM        PIC X(35).
      *    *************************************************************
      *                       CONPRENOM
      *                       Prenom du visiteur
           10 TLMEVL-CONPRENOM     PIC X(35).
      *    *************************************************************
      *                       PROID
      *                       Prospect existant rapproche, espace
      *                       si nouveau (retrouve au bilan par
      *                       la source de l'evenement)
           10 TLMEVL-PROID         PIC X(6).
      *    *************************************************************
      *                       RAPPROCH
      *                       'S' par SIRET, 'N' par nom et code
      *                       postal, 'C' contact deja connu,
      *                       ' ' nouveau prospect
           10 TLMEVL-RAPPROCH      PIC X(1).
      *    *************************************************************
      *                       STADE0
      *                       Stade du prospect au scan ('N' pour
      *                       un nouveau prospect)
           10 TLMEVL-STADE0        PIC X(1).
      *    *************************************************************
      *                       DTSCAN
      *                       Date/heure de la conversion
           10 TLMEVL-DTSCAN        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
