      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCLS)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCLS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCLS-)                                          *
      *        STRUCTURE(TLMCLS)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCLS : stock de cloture annuelle, fige par TLMBPGM142 au
      * 31 decembre de l'exercice ANNEE : prospects actifs et affaires
      * ouvertes, par commercial (avec son equipe et sa region a la
      * date de cloture, hierarchie TLMHIE), secteur, source et stade.
      * Ne bouge plus ensuite : transferts de portefeuille, secteurs
      * redessines et purges de l'annee suivante ne l'atteignent pas.
      * Relu par le comparatif annuel TLMBPGM143.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCLS TABLE
           ( ANNEE                          CHAR(4) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             EQUIPE                         CHAR(4) NOT NULL,
             REGION                         CHAR(4) NOT NULL,
             SECTEUR                        CHAR(3) NOT NULL,
             SOURCE                         CHAR(3) NOT NULL,
             STADE                          CHAR(1) NOT NULL,
             NBPRO                          DECIMAL(7,0) NOT NULL,
             NBAFF                          DECIMAL(7,0) NOT NULL,
             MNTOUV                         DECIMAL(13,2) NOT NULL,
             DTCLOT                         TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCLS                     *
      ******************************************************************
       01  TLMCLS.
      *    *************************************************************
      *                       ANNEE
      *                       Exercice clos (AAAA)
           10 TLMCLS-ANNEE         PIC X(4).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Charge de compte au 31/12 (espace =
      *                       prospect non attribue)
           10 TLMCLS-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       EQUIPE
      *                       Equipe du commercial au 31/12 (TLMHIE
      *                       niveau 'C'), espace sans rattachement
           10 TLMCLS-EQUIPE        PIC X(4).
      *    *************************************************************
      *                       REGION
      *                       Region de l'equipe au 31/12 (TLMHIE
      *                       niveau 'E'), espace sans rattachement
           10 TLMCLS-REGION        PIC X(4).
      *    *************************************************************
      *                       SECTEUR
      *                       Secteur du prospect a la cloture
           10 TLMCLS-SECTEUR       PIC X(3).
      *    *************************************************************
      *                       SOURCE
      *                       Source d'origine du prospect (TLMSRC)
           10 TLMCLS-SOURCE        PIC X(3).
      *    *************************************************************
      *                       STADE
      *                       Stade du prospect a la cloture
           10 TLMCLS-STADE         PIC X(1).
      *    *************************************************************
      *                       NBPRO
      *                       Nombre de prospects actifs
           10 TLMCLS-NBPRO         PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       NBAFF
      *                       Nombre d'affaires ouvertes (STATUT 'A')
      *                       de ces prospects
           10 TLMCLS-NBAFF         PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       MNTOUV
      *                       Montant des affaires ouvertes, en euros
      *                       au dernier cours TLMCHG connu au 31/12
      *                       (hors devise sans cours)
           10 TLMCLS-MNTOUV        PIC S9(11)V99   COMP-3.
      *    *************************************************************
      *                       DTCLOT
      *                       Date/heure du passage de cloture
           10 TLMCLS-DTCLOT        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
