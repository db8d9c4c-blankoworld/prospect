             DTDEBUT                        TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTFIN                          TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             PAYS                           CHAR(2) NOT NULL
                                            WITH DEFAULT,
             LATITUDE                       DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT,
             LONGITUDE                      DECIMAL(8,5) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      *                       TLMPADR6)
           10 TLMADR-DTDEBUT       PIC X(26).
           10 TLMADR-DTFIN         PIC X(26).
      *    *************************************************************
      *                       PAYS
      *                       Code pays ISO a deux lettres de
      *                       l'adresse ; espace = France (adresses
      *                       anterieures, ou ligne D sans pays).
      *                       Crible par TLMBPGM103 contre les pays
      *                       sous embargo (TLMSAN)
           10 TLMADR-PAYS          PIC X(2).
      *    *************************************************************
      *                       LATITUDE
      *                       Latitude de l'adresse, reprise du
      *                       referentiel postal TLMCPV (cf.
      *                       TLMPRO-LATITUDE) ; 0/0 = non geocode
           10 TLMADR-LATITUDE      PIC S9(3)V9(5)  COMP-3.
      *    *************************************************************
      *                       LONGITUDE
      *                       Longitude de l'adresse (cf. LATITUDE)
           10 TLMADR-LONGITUDE     PIC S9(3)V9(5)  COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
