      * enregistrement par run et par programme, charge par TLMBPGM31
      * depuis les fichiers STATS (COPY TLMCSTA1). Les chiffres des
      * comptes-rendus SYSOUT survivent ainsi au spool, pour le suivi
      * de tendance (TLMBPGM32) et le suivi de la chaine a l'ecran
      * TLMD (TLMLONLD, via TLMPRUN1).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMRUN TABLE
           ( PROGRAMME                      CHAR(8) NOT NULL,
             NBLEC                          DECIMAL(7,0) NOT NULL,
             NBOK                           DECIMAL(7,0) NOT NULL,
             NBREJ                          DECIMAL(7,0) NOT NULL,
             NBERR                          DECIMAL(7,0) NOT NULL,
             CODERET                        CHAR(2) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMRUN                     *
      *    *************************************************************
      *                       NBERR
           10 TLMRUN-NBERR         PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       CODERET
      *                       Code retour de fin du programme ;
      *                       espace pour un run charge avant que
      *                       l'enregistrement STATS ne le porte
           10 TLMRUN-CODERET       PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
