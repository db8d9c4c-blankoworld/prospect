      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMRDV)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLRDV))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMRDV-)                                          *
      *        STRUCTURE(TLMRDV)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMRDV : rendez-vous planifies des commerciaux chez leurs
      * prospects (les visites faites restent tracees apres coup en
      * activites TLMACT). Numerotes et tenus par la couche physique
      * TLMPRDV1, qui refuse un creneau deja pris par un autre
      * rendez-vous planifie du meme commercial, un jour ferie
      * (TLMJOF), un week-end ou une absence (TLMDEL). Alimentes par
      * ligne de pilotage P (TLMBPGM3) et par l'ecran TLM9, edites
      * sur la feuille de route matinale (TLMBPGM87) et le plan de
      * tournee (TLMBPGM61).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMRDV TABLE
           ( ID                             CHAR(6) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             DTRDV                          CHAR(8) NOT NULL,
             HDEBUT                         CHAR(4) NOT NULL,
             HFIN                           CHAR(4) NOT NULL,
             LIEU                           CHAR(40) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMRDV                     *
      ******************************************************************
       01  TLMRDV.
      *    *************************************************************
      *                       ID
      *                       Numero du rendez-vous (attribue par
      *                       TLMPRDV1)
           10 TLMRDV-ID            PIC X(6).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Code du commercial attendu (cf. TLMCOM)
           10 TLMRDV-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       PROID
      *                       Prospect visite
           10 TLMRDV-PROID         PIC X(6).
      *    *************************************************************
      *                       CONID
      *                       Contact rencontre, espace si non designe
           10 TLMRDV-CONID         PIC X(6).
      *    *************************************************************
      *                       DTRDV
      *                       Date du rendez-vous (AAAAMMJJ)
           10 TLMRDV-DTRDV         PIC X(8).
      *    *************************************************************
      *                       HDEBUT
      *                       Heure de debut du creneau (HHMM)
           10 TLMRDV-HDEBUT        PIC X(4).
      *    *************************************************************
      *                       HFIN
      *                       Heure de fin du creneau (HHMM), apres
      *                       l'heure de debut
           10 TLMRDV-HFIN          PIC X(4).
      *    *************************************************************
      *                       LIEU
      *                       Lieu du rendez-vous, espace = locaux du
      *                       prospect
           10 TLMRDV-LIEU          PIC X(40).
      *    *************************************************************
      *                       STATUT
      *                       'P' planifie, 'R' realise, 'A' annule
           10 TLMRDV-STATUT        PIC X(1).
              88 TLMRDV-STATUT-PLANIFIE    VALUE 'P'.
              88 TLMRDV-STATUT-REALISE     VALUE 'R'.
              88 TLMRDV-STATUT-ANNULE      VALUE 'A'.
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de prise du rendez-vous ou du
      *                       dernier changement de statut
           10 TLMRDV-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       ORIGINE
      *                       Job batch ou transaction CICS +
      *                       utilisateur a l'origine de la prise du
      *                       rendez-vous ou du dernier changement de
      *                       statut
           10 TLMRDV-ORIGINE       PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
