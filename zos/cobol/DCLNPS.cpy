      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMNPS)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLNPS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMNPS-)                                          *
      *        STRUCTURE(TLMNPS)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMNPS : enquetes de satisfaction (NPS) apres le passage au
      * stade client, une ligne par client. Posee par TLMBPGM125 a
      * l'envoi de l'enquete au contact principal (ou a l'abandon
      * faute de contact sollicitable), completee par TLMBPGM126 au
      * retour de la note et du commentaire. Lue par le rapport
      * mensuel TLMBPGM127 et par la feuille de route TLMBPGM87
      * (rappel des detracteurs).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMNPS TABLE
           ( PROID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL
                                            WITH DEFAULT,
             COMMERCIAL                     CHAR(4) NOT NULL,
             SECTEUR                        CHAR(3) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             MOTIF                          CHAR(1) NOT NULL
                                            WITH DEFAULT,
             DTPASSAGE                      CHAR(8) NOT NULL,
             DTENVOI                        CHAR(8) NOT NULL,
             NOTE                           DECIMAL(2,0) NOT NULL
                                            WITH DEFAULT,
             COMMENTAIRE                    CHAR(240) NOT NULL
                                            WITH DEFAULT,
             DTREP                          CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMNPS                     *
      ******************************************************************
       01  TLMNPS.
      *    *************************************************************
      *                       PROID
      *                       Client (prospect passe au stade 'C')
           10 TLMNPS-PROID         PIC X(6).
      *    *************************************************************
      *                       CONID
      *                       Contact principal interroge, espace si
      *                       l'enquete n'a pas pu etre envoyee
           10 TLMNPS-CONID         PIC X(6).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Charge de compte du client a l'envoi
           10 TLMNPS-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       SECTEUR
      *                       Secteur du client a l'envoi
           10 TLMNPS-SECTEUR       PIC X(3).
      *    *************************************************************
      *                       STATUT
      *                       'E' envoyee, en attente de reponse,
      *                       'R' repondue, 'X' non envoyee (aucun
      *                       contact sollicitable, cf. MOTIF)
           10 TLMNPS-STATUT        PIC X(1).
              88 TLMNPS-STATUT-ENVOYEE     VALUE 'E'.
              88 TLMNPS-STATUT-REPONDUE    VALUE 'R'.
              88 TLMNPS-STATUT-NON-ENVOYEE VALUE 'X'.
      *    *************************************************************
      *                       MOTIF
      *                       Enquete non envoyee : 'P' pas de contact
      *                       principal actif, 'O' contact principal
      *                       en opposition, 'C' contact principal
      *                       sans adresse de messagerie ni telephone
           10 TLMNPS-MOTIF         PIC X(1).
              88 TLMNPS-MOTIF-SANS-PRINCIPAL VALUE 'P'.
              88 TLMNPS-MOTIF-OPPOSITION     VALUE 'O'.
              88 TLMNPS-MOTIF-SANS-COORD     VALUE 'C'.
      *    *************************************************************
      *                       DTPASSAGE
      *                       Date du passage au stade 'C' (AAAAMMJJ)
           10 TLMNPS-DTPASSAGE     PIC X(8).
      *    *************************************************************
      *                       DTENVOI
      *                       Date d'envoi de l'enquete (AAAAMMJJ)
           10 TLMNPS-DTENVOI       PIC X(8).
      *    *************************************************************
      *                       NOTE
      *                       Note de recommandation de 0 a 10 :
      *                       9-10 promoteur, 7-8 passif, 0-6
      *                       detracteur
           10 TLMNPS-NOTE          PIC S9(2)       COMP-3.
      *    *************************************************************
      *                       COMMENTAIRE
      *                       Commentaire libre du contact
           10 TLMNPS-COMMENTAIRE   PIC X(240).
      *    *************************************************************
      *                       DTREP
      *                       Date de la reponse (AAAAMMJJ), espace
      *                       tant que non repondue
           10 TLMNPS-DTREP         PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de l'envoi, puis du
      *                       chargement de la reponse
           10 TLMNPS-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
