      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEVP)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEVP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEVP-)                                          *
      *        STRUCTURE(TLMEVP)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEVP : participation des contacts aux evenements, une ligne
      * par evenement et par contact : invitation (TLMBPGM110),
      * inscription et presence (TLMBPGM111), avec le stade du
      * prospect au moment de l'invitation (ou de la premiere
      * inscription/presence), point de depart du bilan TLMBPGM113.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEVP TABLE
           ( EVTID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             INVITE                         CHAR(1) NOT NULL,
             INSCRIT                        CHAR(1) NOT NULL,
             PRESENT                        CHAR(1) NOT NULL,
             STADE0                         CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEVP                     *
      ******************************************************************
       01  TLMEVP.
      *    *************************************************************
      *                       EVTID
      *                       Evenement (TLMEVT)
           10 TLMEVP-EVTID         PIC X(6).
      *    *************************************************************
      *                       CONID
      *                       Contact (TLMCON)
           10 TLMEVP-CONID         PIC X(6).
      *    *************************************************************
      *                       PROID
      *                       Prospect de rattachement du contact
           10 TLMEVP-PROID         PIC X(6).
      *    *************************************************************
      *                       INVITE
      *                       'O' invite, 'N' venu sans invitation
           10 TLMEVP-INVITE        PIC X(1).
      *    *************************************************************
      *                       INSCRIT
      *                       'O' inscrit, 'N' non inscrit
           10 TLMEVP-INSCRIT       PIC X(1).
      *    *************************************************************
      *                       PRESENT
      *                       'O' present, 'N' absent
           10 TLMEVP-PRESENT       PIC X(1).
      *    *************************************************************
      *                       STADE0
      *                       Stade du prospect a l'entree dans
      *                       la liste
           10 TLMEVP-STADE0        PIC X(1).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de derniere mise a jour
           10 TLMEVP-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
