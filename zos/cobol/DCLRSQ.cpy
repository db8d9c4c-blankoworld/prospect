      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMRSQ)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLRSQ))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMRSQ-)                                          *
      *        STRUCTURE(TLMRSQ)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMRSQ : notation du risque de credit fournie chaque mois par
      * l'assureur-credit, une ligne par entite juridique (SIREN =
      * neuf premiers chiffres du SIRET de TLMPRO). Chargee par
      * TLMBPGM104, qui conserve la notation precedente pour mesurer
      * la degradation (edition TLMBPGM105). Une notation en alerte
      * (risque eleve ou procedure collective) retient l'ouverture de
      * compte facturation (TLMBPGM53) jusqu'a l'accord du credit
      * manager. Affichee sur l'ecran TLM1 et le dossier TLMBPGM49
      * (couche physique TLMPRSQ1).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMRSQ TABLE
           ( SIREN                          CHAR(9) NOT NULL,
             NOTE                           DECIMAL(2,0) NOT NULL,
             PROCOL                         CHAR(1) NOT NULL,
             DTNOTE                         CHAR(8) NOT NULL,
             ALERTE                         CHAR(1) NOT NULL,
             NOTEPREC                       DECIMAL(2,0) NOT NULL
                                            WITH DEFAULT,
             PROCOLPREC                     CHAR(1) NOT NULL
                                            WITH DEFAULT,
             DTNOTEPREC                     CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DEGRADE                        CHAR(1) NOT NULL
                                            WITH DEFAULT,
             DTCHARGE                       TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             ACCORD                         CHAR(1) NOT NULL
                                            WITH DEFAULT,
             ACCORDPAR                      CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTACCORD                       TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMRSQ                     *
      ******************************************************************
       01  TLMRSQ.
      *    *************************************************************
      *                       SIREN
      *                       Identifiant de l'entite juridique
           10 TLMRSQ-SIREN         PIC X(9).
      *    *************************************************************
      *                       NOTE
      *                       Note de risque de l'assureur-credit, de
      *                       1 (risque faible) a 10 (risque tres
      *                       eleve)
           10 TLMRSQ-NOTE          PIC S9(2)       COMP-3.
      *    *************************************************************
      *                       PROCOL
      *                       Procedure collective en cours
      *                       (sauvegarde, redressement, liquidation) :
      *                       'O' oui, 'N' non
           10 TLMRSQ-PROCOL        PIC X(1).
              88 TLMRSQ-PROCOL-OUI         VALUE 'O'.
              88 TLMRSQ-PROCOL-VALIDE      VALUE 'O' 'N'.
      *    *************************************************************
      *                       DTNOTE
      *                       Date de la notation (AAAAMMJJ)
           10 TLMRSQ-DTNOTE        PIC X(8).
      *    *************************************************************
      *                       ALERTE
      *                       'O' notation en alerte (note au moins
      *                       egale au seuil de risque eleve du
      *                       chargement, ou procedure collective),
      *                       'N' sinon
           10 TLMRSQ-ALERTE        PIC X(1).
              88 TLMRSQ-ALERTE-OUI         VALUE 'O'.
      *    *************************************************************
      *                       NOTEPREC
      *                       Note de la notation precedente (0 =
      *                       premiere notation connue)
           10 TLMRSQ-NOTEPREC      PIC S9(2)       COMP-3.
      *    *************************************************************
      *                       PROCOLPREC
      *                       Procedure collective de la notation
      *                       precedente (espace = premiere notation)
           10 TLMRSQ-PROCOLPREC    PIC X(1).
      *    *************************************************************
      *                       DTNOTEPREC
      *                       Date de la notation precedente
           10 TLMRSQ-DTNOTEPREC    PIC X(8).
      *    *************************************************************
      *                       DEGRADE
      *                       'O' si le dernier chargement a degrade
      *                       la notation (note en hausse, ouverture
      *                       d'une procedure collective, premiere
      *                       notation d'emblee en alerte), 'N' sinon
           10 TLMRSQ-DEGRADE       PIC X(1).
              88 TLMRSQ-DEGRADE-OUI        VALUE 'O'.
      *    *************************************************************
      *                       DTCHARGE
      *                       Date/heure du dernier chargement
           10 TLMRSQ-DTCHARGE      PIC X(26).
      *    *************************************************************
      *                       ACCORD
      *                       'O' le credit manager a accepte la
      *                       notation en alerte (les ouvertures de
      *                       compte ne sont plus retenues), espace
      *                       sinon ; remis a espace a chaque
      *                       degradation
           10 TLMRSQ-ACCORD        PIC X(1).
              88 TLMRSQ-ACCORD-OUI         VALUE 'O'.
      *    *************************************************************
      *                       ACCORDPAR
      *                       Credit manager qui a donne l'accord
           10 TLMRSQ-ACCORDPAR     PIC X(8).
      *    *************************************************************
      *                       DTACCORD
      *                       Date/heure de l'accord
           10 TLMRSQ-DTACCORD      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
