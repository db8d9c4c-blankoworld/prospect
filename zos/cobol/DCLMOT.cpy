      * TLMMOT : referentiel des motifs de gain / de perte, portes par
      * les changements de stade vers 'C' (client) et 'P' (perdu) et
      * estampilles sur les cliches d'audit TLMPROH (colonne MOTIF).
      * Charge par TLMBPGM54, exploite par le rapport TLMBPGM55 et,
      * pour le delai de reconquete des motifs de perte, par le
      * ciblage mensuel des prospects perdus TLMBPGM134.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMMOT TABLE
           ( CODE                           CHAR(2) NOT NULL,
             SENS                           CHAR(1) NOT NULL,
             LIBELLE                        CHAR(35),
             REFROID                        DECIMAL(3,0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMMOT                     *
      *    *************************************************************
      *                       LIBELLE
           10 TLMMOT-LIBELLE       PIC X(35).
      *    *************************************************************
      *                       REFROID
      *                       Motif de perte : delai de reconquete en
      *                       mois, compte depuis le passage au stade
      *                       perdu, au-dela duquel le prospect peut
      *                       etre recontacte (cf. TLMBPGM134) ;
      *                       0 = jamais (perte definitive) et pour
      *                       tout motif de gain
           10 TLMMOT-REFROID       PIC S9(3)       COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
