      * (salon, flux partenaire, ecouteur MQ, saisie manuelle, liste
      * achetee...), estampillees a la creation dans TLMPRO.SOURCE.
      * Charge par TLMBPGM68, exploite par la section conversion par
      * source du rapport de sante mensuel TLMBPGM43. Les sources
      * marquees SLA sont soumises au delai de premier contact mesure
      * par TLMBPGM130 (TLMSLA).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMSRC TABLE
           ( CODE                           CHAR(3) NOT NULL,
             LIBELLE                        CHAR(35),
             SLA                            CHAR(1) NOT NULL
                                            WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMSRC                     *
      *    *************************************************************
      *                       LIBELLE
           10 TLMSRC-LIBELLE       PIC X(35).
      *    *************************************************************
      *                       SLA
      *                       'O' = prospect a rappeler dans le delai
      *                       de premier contact (formulaire web,
      *                       salon...), 'N' = sans delai
           10 TLMSRC-SLA           PIC X(1).
              88 TLMSRC-SLA-OUI            VALUE 'O'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
