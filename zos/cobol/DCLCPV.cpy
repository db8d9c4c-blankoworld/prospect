      * maintenance TLM2 (via TLMPCPV1) pour verifier le couple
      * CP/ville a la saisie et proposer la ville du referentiel en
      * cas d'ecart : on arrete de creer aujourd'hui les anomalies
      * que le controle qualite nocturne signalera demain. Porte
      * aussi les coordonnees du centre de la commune, recopiees sur
      * TLMPRO et TLMADR a chaque changement d'adresse (geocodage
      * des prospects : recherche par rayon de TLM7, ordre de
      * passage du plan de tournee TLMBPGM61).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCPV TABLE
           ( CP                             CHAR(5) NOT NULL,
             VILLE                          CHAR(35) NOT NULL,
             LATITUDE                       DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT,
             LONGITUDE                      DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCPV                     *
      *                       VILLE
      *                       Ville du referentiel pour ce code postal
           10 TLMCPV-VILLE         PIC X(35).
      *    *************************************************************
      *                       LATITUDE
      *                       Latitude du centre de la commune, en
      *                       degres decimaux (nord positif) ; 0 avec
      *                       une longitude a 0 = non geocode
           10 TLMCPV-LATITUDE      PIC S9(3)V9(5)  COMP-3.
      *    *************************************************************
      *                       LONGITUDE
      *                       Longitude du centre de la commune, en
      *                       degres decimaux (est positif)
           10 TLMCPV-LONGITUDE     PIC S9(3)V9(5)  COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
