      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEVT)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEVT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEVT-)                                          *
      *        STRUCTURE(TLMEVT)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEVT : evenements commerciaux (salons professionnels et
      * evenements clients). Alimente par TLMBPGM109 ; l'evenement
      * porte la campagne dont les cibles sont invitees (TLMBPGM110)
      * et la source d'acquisition (TLMSRC) estampillee sur les
      * prospects issus des scans de badges (TLMBPGM112).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEVT TABLE
           ( ID                             CHAR(6) NOT NULL,
             LIBELLE                        CHAR(40) NOT NULL,
             TYPE                           CHAR(1) NOT NULL,
             LIEU                           CHAR(35) NOT NULL,
             DTDEB                          CHAR(8) NOT NULL,
             DTFIN                          CHAR(8) NOT NULL,
             SOURCE                         CHAR(3) NOT NULL,
             CAMID                          CHAR(6) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEVT                     *
      ******************************************************************
       01  TLMEVT.
      *    *************************************************************
      *                       ID
      *                       Identifiant de l'evenement
           10 TLMEVT-ID            PIC X(6).
      *    *************************************************************
      *                       LIBELLE
      *                       Libelle
           10 TLMEVT-LIBELLE       PIC X(40).
      *    *************************************************************
      *                       TYPE
      *                       'S' salon professionnel,
      *                       'E' evenement client
           10 TLMEVT-TYPE          PIC X(1).
      *    *************************************************************
      *                       LIEU
      *                       Lieu (ville, hall...)
           10 TLMEVT-LIEU          PIC X(35).
      *    *************************************************************
      *                       DTDEB
      *                       Premier jour (AAAAMMJJ)
           10 TLMEVT-DTDEB         PIC X(8).
      *    *************************************************************
      *                       DTFIN
      *                       Dernier jour (AAAAMMJJ)
           10 TLMEVT-DTFIN         PIC X(8).
      *    *************************************************************
      *                       SOURCE
      *                       Source d'acquisition (TLMSRC) des
      *                       prospects issus de l'evenement
           10 TLMEVT-SOURCE        PIC X(3).
      *    *************************************************************
      *                       CAMID
      *                       Campagne (TLMCAM) dont les cibles
      *                       sont invitees ; espace = aucune
           10 TLMEVT-CAMID         PIC X(6).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de derniere mise a jour
           10 TLMEVT-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
