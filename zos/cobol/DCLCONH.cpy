             OPERATION                      CHAR(1) NOT NULL,
             PILSEQ                         DECIMAL(7,0) NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL,
             DTAUDIT                        TIMESTAMP NOT NULL,
             VALIDEUR                       CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCONH                    *
      *                       Date/heure du cliche (ecriture de cette
      *                       ligne d'historique)
           10 TLMCONH-DTAUDIT       PIC X(26).
      *    *************************************************************
      *                       VALIDEUR
      *                       Identite CICS signee du superviseur qui
      *                       a valide un changement sensible demande
      *                       a l'ecran TLM2 (cf. TLMVAL), l'ORIGINE
      *                       portant alors le demandeur ; espace pour
      *                       toute operation hors validation
           10 TLMCONH-VALIDEUR      PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
