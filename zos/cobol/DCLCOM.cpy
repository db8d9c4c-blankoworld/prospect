      * (TLMPRO.COMMERCIAL) ; les departs se traitent par le batch de
      * reequilibrage TLMBPGM38, le suivi par portefeuille par
      * TLMBPGM39. Acces via la couche physique TLMPCOM4.
      * Le grade (GRADE) porte la grille de commissionnement du
      * commercial (taux TLMTXC, calcul mensuel TLMBPGM96).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCOM TABLE
           ( CODE                           CHAR(4) NOT NULL,
             NOM                            CHAR(35) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             GRADE                          CHAR(2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCOM                     *
      *                       STATUT
      *                       'A' actif, 'X' parti (archive)
           10 TLMCOM-STATUT        PIC X(1).
      *    *************************************************************
      *                       GRADE
      *                       Grade de commissionnement (espace =
      *                       non attribue, pas de commission)
           10 TLMCOM-GRADE         PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
