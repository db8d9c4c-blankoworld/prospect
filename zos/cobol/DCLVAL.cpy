      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMVAL)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLVAL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMVAL-)                                          *
      *        STRUCTURE(TLMVAL)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMVAL : changements sensibles demandes a l'ecran de
      * maintenance TLM2 (SIRET, charge de compte, passage au stade
      * 'C' qui declenche la facturation, levee d'une opposition de
      * contact), retenus en attente au lieu d'etre appliques. Un
      * superviseur habilite, autre que le demandeur, les valide ou
      * les refuse a l'ecran TLMC (TLMLONLC) ; le changement valide
      * passe alors par TLMPPRO1/TLMPCON2, le demandeur en origine et
      * le valideur sur le cliche d'audit. Une demande non traitee
      * dans les 7 jours expire (ETAT 'E'). Acces par la couche
      * physique TLMPVAL1 ; jamais purgee par l'application.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMVAL TABLE
           ( ID                             CHAR(6) NOT NULL,
             TYPE                           CHAR(1) NOT NULL,
             FICHE                          CHAR(6) NOT NULL,
             CHAMP                          CHAR(3) NOT NULL,
             AVANT                          CHAR(14) NOT NULL,
             APRES                          CHAR(14) NOT NULL,
             MOTIF                          CHAR(2) NOT NULL,
             DEMANDEUR                      CHAR(8) NOT NULL,
             NOMDEM                         CHAR(30),
             DTDEM                          TIMESTAMP NOT NULL,
             ETAT                           CHAR(1) NOT NULL,
             VALIDEUR                       CHAR(8) NOT NULL,
             DTDEC                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMVAL                     *
      ******************************************************************
       01  TLMVAL.
      *    *************************************************************
      *                       ID
      *                       Numero de la demande (plus grand
      *                       numero existant + 1)
           10 TLMVAL-ID            PIC X(6).
      *    *************************************************************
      *                       TYPE
      *                       'P' prospect (TLMPRO), 'C' contact
      *                       (TLMCON)
           10 TLMVAL-TYPE          PIC X(1).
      *    *************************************************************
      *                       FICHE
      *                       Identifiant du prospect ou du contact
           10 TLMVAL-FICHE         PIC X(6).
      *    *************************************************************
      *                       CHAMP
      *                       Champ change : 'SRT' SIRET, 'COM'
      *                       charge de compte, 'STD' stade (passage
      *                       au stade 'C'), 'OPT' opposition du
      *                       contact (levee)
           10 TLMVAL-CHAMP         PIC X(3).
      *    *************************************************************
      *                       AVANT
      *                       Valeur en base au moment de la demande
           10 TLMVAL-AVANT         PIC X(14).
      *    *************************************************************
      *                       APRES
      *                       Valeur demandee
           10 TLMVAL-APRES         PIC X(14).
      *    *************************************************************
      *                       MOTIF
      *                       Motif de gain saisi avec un passage au
      *                       stade 'C' (cf. TLMMOT), espace sinon
           10 TLMVAL-MOTIF         PIC X(2).
      *    *************************************************************
      *                       DEMANDEUR
      *                       Identite CICS signee du demandeur
           10 TLMVAL-DEMANDEUR     PIC X(8).
      *    *************************************************************
      *                       NOMDEM
      *                       Nom du demandeur (profil TLMOPR, espace
      *                       si absent du fichier)
           10 TLMVAL-NOMDEM        PIC X(30).
      *    *************************************************************
      *                       DTDEM
      *                       Horodatage de la demande
           10 TLMVAL-DTDEM         PIC X(26).
      *    *************************************************************
      *                       ETAT
      *                       'A' en attente, 'V' validee et
      *                       appliquee, 'R' refusee, 'E' expiree
           10 TLMVAL-ETAT          PIC X(1).
               88 TLMVAL-ETAT-ATTENTE          VALUE 'A'.
               88 TLMVAL-ETAT-VALIDEE          VALUE 'V'.
               88 TLMVAL-ETAT-REFUSEE          VALUE 'R'.
               88 TLMVAL-ETAT-EXPIREE          VALUE 'E'.
      *    *************************************************************
      *                       VALIDEUR
      *                       Identite CICS signee du superviseur qui
      *                       a valide ou refuse (espace sinon)
           10 TLMVAL-VALIDEUR      PIC X(8).
      *    *************************************************************
      *                       DTDEC
      *                       Horodatage de la decision ou de
      *                       l'expiration (celui de la demande tant
      *                       qu'elle est en attente)
           10 TLMVAL-DTDEC         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
