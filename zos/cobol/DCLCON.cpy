             PLAGE                          CHAR(1) NOT NULL
                                            WITH DEFAULT,
             LANGUE                         CHAR(2) NOT NULL
                                            WITH DEFAULT,
             DTATTENTE                      CHAR(8) NOT NULL
                                            WITH DEFAULT,
             MOTATTENTE                     CHAR(30) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
               88 TLMCON-PLAGE-SOIR        VALUE 'S'.
               88 TLMCON-PLAGE-VALIDE      VALUE 'M','A','S',' '.
           10 TLMCON-LANGUE       PIC X(2).
      *    *************************************************************
      *                       DTATTENTE
      *                       Date (AAAAMMJJ) avant laquelle le contact
      *                       ne doit pas etre sollicite : premier jour
      *                       ou le contact est de nouveau permis.
      *                       Espace = pas de mise en attente ; une
      *                       attente posee sur le prospect (PID)
      *                       s'applique aussi (cf. TLMPCON2 HOLD)
           10 TLMCON-DTATTENTE    PIC X(8).
      *    *************************************************************
      *                       MOTATTENTE
      *                       Motif libre de la mise en attente
           10 TLMCON-MOTATTENTE   PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************

