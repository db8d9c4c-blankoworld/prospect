             LIBELLE                        CHAR(40) NOT NULL,
             STADE_CIBLE                    CHAR(1) NOT NULL,
             VILLE_CIBLE                    CHAR(35) NOT NULL,
             DTCREA                         TIMESTAMP NOT NULL,
             NAFDIV_CIBLE                   CHAR(2) NOT NULL
                                            WITH DEFAULT,
             TRANCHE_MIN                    CHAR(2) NOT NULL
                                            WITH DEFAULT,
             TRANCHE_MAX                    CHAR(2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCAM                     *
      *                       DTCREA
      *                       Date/heure de creation de la campagne
           10 TLMCAM-DTCREA        PIC X(26).
      *    *************************************************************
      *                       NAFDIV_CIBLE
      *                       Division NAF visee, 2 premiers chiffres
      *                       du code d'activite TLMPRO-NAF (espace =
      *                       toutes activites)
           10 TLMCAM-NAFDIV-CIBLE  PIC X(2).
      *    *************************************************************
      *                       TRANCHE_MIN
      *                       Plus petite tranche d'effectif visee
      *                       (cf. TLMPRO-TRANCHE ; espace = pas de
      *                       critere d'effectif)
           10 TLMCAM-TRANCHE-MIN   PIC X(2).
      *    *************************************************************
      *                       TRANCHE_MAX
      *                       Plus grande tranche d'effectif visee
           10 TLMCAM-TRANCHE-MAX   PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
