      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEPA)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEPA))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEPA-)                                          *
      *        STRUCTURE(TLMEPA)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEPA : transmissions aux partenaires de co-marketing, une
      * ligne par contact et par extrait partenaire, ecrite par
      * TLMBPGM155 dans la meme unite de travail que la constitution
      * du fichier. Dit a qui, quand, sous quelle cle et avec quelles
      * rubriques les donnees d'un contact ont ete transmises
      * (reponse a une demande d'acces de la personne, etude
      * d'impact TLMBPGM129). Jamais purge par l'application.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEPA TABLE
           ( PARTENAIRE                     CHAR(8) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             DTEXT                          TIMESTAMP NOT NULL,
             CLEPART                        CHAR(6) NOT NULL,
             PORTEE                         CHAR(3) NOT NULL,
             FNOM                           CHAR(1) NOT NULL,
             FFCT                           CHAR(1) NOT NULL,
             FTEL                           CHAR(1) NOT NULL,
             FMEL                           CHAR(1) NOT NULL,
             FADR                           CHAR(1) NOT NULL,
             FSOC                           CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEPA                     *
      ******************************************************************
       01  TLMEPA.
      *    *************************************************************
      *                       PARTENAIRE
      *                       Code du partenaire destinataire (meme
      *                       code que l'emetteur TLMXRF)
           10 TLMEPA-PARTENAIRE    PIC X(8).
      *    *************************************************************
      *                       CONID
      *                       Contact transmis (TLMCON.ID)
           10 TLMEPA-CONID         PIC X(6).
      *    *************************************************************
      *                       PROID
      *                       Prospect du contact a la transmission
           10 TLMEPA-PROID         PIC X(6).
      *    *************************************************************
      *                       DTEXT
      *                       Date/heure de l'extrait (debut du
      *                       passage, commune a tout le fichier)
           10 TLMEPA-DTEXT         PIC X(26).
      *    *************************************************************
      *                       CLEPART
      *                       Cle du contact dans le referentiel du
      *                       partenaire (TLMXRF type 'C')
           10 TLMEPA-CLEPART       PIC X(6).
      *    *************************************************************
      *                       PORTEE
      *                       Portee de consentement exigee par le
      *                       profil du partenaire (cf. TLMCNS)
           10 TLMEPA-PORTEE        PIC X(3).
      *    *************************************************************
      *                       FNOM, FFCT, FTEL, FMEL, FADR, FSOC
      *                       Rubriques transmises ('O' oui, 'N' non) :
      *                       nom et prenom, fonction, telephone,
      *                       adresse electronique, adresse postale,
      *                       raison sociale et SIRET
           10 TLMEPA-FNOM          PIC X(1).
           10 TLMEPA-FFCT          PIC X(1).
           10 TLMEPA-FTEL          PIC X(1).
           10 TLMEPA-FMEL          PIC X(1).
           10 TLMEPA-FADR          PIC X(1).
           10 TLMEPA-FSOC          PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
