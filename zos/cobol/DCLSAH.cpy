      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMSAH)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLSAH))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMSAH-)                                          *
      *        STRUCTURE(TLMSAH)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMSAH : alertes du criblage sanctions/embargo (TLMBPGM103),
      * file d'analyse de la conformite (ecran TLMA, via TLMPSAH1).
      * Une alerte par (objet crible, entree de liste, valeur criblee)
      * : une alerte levee n'est pas re-proposee tant que la valeur
      * criblee (nom, pays) ne change pas. Une alerte ouverte ('O') ou
      * confirmee ('C') bloque le passage du prospect au stade 'C'
      * (TLMPPRO1) et retient sa ligne d'ouverture de compte
      * (TLMBPGM53).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMSAH TABLE
           ( HITID                          DECIMAL(7,0) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             OBJTYPE                        CHAR(1) NOT NULL,
             OBJID                          CHAR(6) NOT NULL,
             SANREF                         CHAR(10) NOT NULL,
             LISTE                          CHAR(2) NOT NULL,
             VALEUR                         CHAR(60) NOT NULL,
             SANNOM                         CHAR(60) NOT NULL,
             CORRESP                        CHAR(1) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTDETECT                       TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTDECISION                     TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             ANALYSTE                       CHAR(8) NOT NULL
                                            WITH DEFAULT,
             MOTIF                          CHAR(40) NOT NULL
                                            WITH DEFAULT,
             RETENU                         CHAR(1) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMSAH                     *
      ******************************************************************
       01  TLMSAH.
      *    *************************************************************
      *                       HITID
      *                       Numero de l'alerte (MAX + 1, attribue
      *                       par TLMPSAH1)
           10 TLMSAH-HITID         PIC S9(7)V USAGE COMP-3.
      *    *************************************************************
      *                       PROID
      *                       Prospect concerne (celui du contact
      *                       pour une alerte sur un contact)
           10 TLMSAH-PROID         PIC X(6).
      *    *************************************************************
      *                       OBJTYPE
      *                       Objet crible : 'P' nom du prospect,
      *                       'C' nom d'un contact, 'A' pays d'une
      *                       adresse complementaire
           10 TLMSAH-OBJTYPE       PIC X(1).
              88 TLMSAH-OBJTYPE-PRO        VALUE 'P'.
              88 TLMSAH-OBJTYPE-CON        VALUE 'C'.
              88 TLMSAH-OBJTYPE-ADR        VALUE 'A'.
      *    *************************************************************
      *                       OBJID
      *                       Identifiant du prospect ou du contact
      *                       crible
           10 TLMSAH-OBJID         PIC X(6).
      *    *************************************************************
      *                       SANREF / LISTE
      *                       Entree de liste rapprochee (TLMSAN)
           10 TLMSAH-SANREF        PIC X(10).
           10 TLMSAH-LISTE         PIC X(2).
      *    *************************************************************
      *                       VALEUR
      *                       Valeur criblee telle qu'en base (nom du
      *                       prospect, nom et prenom du contact, ou
      *                       pays et ville de l'adresse)
           10 TLMSAH-VALEUR        PIC X(60).
      *    *************************************************************
      *                       SANNOM
      *                       Nom publie de l'entree de liste
           10 TLMSAH-SANNOM        PIC X(60).
      *    *************************************************************
      *                       CORRESP
      *                       Nature du rapprochement : 'E' nom
      *                       normalise identique, 'T' a une faute de
      *                       frappe pres, 'P' pays sous embargo
           10 TLMSAH-CORRESP       PIC X(1).
              88 TLMSAH-CORRESP-EXACTE     VALUE 'E'.
              88 TLMSAH-CORRESP-TOLERANTE  VALUE 'T'.
              88 TLMSAH-CORRESP-PAYS       VALUE 'P'.
      *    *************************************************************
      *                       STATUT
      *                       'O' ouverte (a analyser), 'L' levee
      *                       (faux positif), 'C' confirmee
           10 TLMSAH-STATUT        PIC X(1).
              88 TLMSAH-STATUT-OUVERTE     VALUE 'O'.
              88 TLMSAH-STATUT-LEVEE       VALUE 'L'.
              88 TLMSAH-STATUT-CONFIRMEE   VALUE 'C'.
              88 TLMSAH-STATUT-BLOQUANT    VALUE 'O' 'C'.
      *    *************************************************************
      *                       DTDETECT / DTDECISION
      *                       Date/heure de detection ; date/heure de
      *                       la decision (significative hors 'O')
           10 TLMSAH-DTDETECT      PIC X(26).
           10 TLMSAH-DTDECISION    PIC X(26).
      *    *************************************************************
      *                       ANALYSTE / MOTIF
      *                       Operateur CICS qui a tranche, et motif
      *                       saisi a l'appui de la decision
           10 TLMSAH-ANALYSTE      PIC X(8).
           10 TLMSAH-MOTIF         PIC X(40).
      *    *************************************************************
      *                       RETENU
      *                       'O' ligne d'ouverture de compte retenue
      *                       par TLMBPGM53 a cause de cette alerte,
      *                       'E' emise depuis (toutes les alertes du
      *                       prospect levees), espace = sans objet
           10 TLMSAH-RETENU        PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
