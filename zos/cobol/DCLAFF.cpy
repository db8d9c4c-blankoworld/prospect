             MONTANT                        DECIMAL(11,2) NOT NULL,
             DTCLOSE                        CHAR(8),
             STATUT                         CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL,
             MNTSIGNE                       DECIMAL(11,2) NOT NULL,
             DTSIGN                         CHAR(8),
             DEVISE                         CHAR(3) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMAFF                     *
           10 TLMAFF-LIGNE         PIC X(10).
      *    *************************************************************
      *                       MONTANT
      *                       Montant attendu de l'affaire, dans la
      *                       devise de l'affaire (DEVISE)
           10 TLMAFF-MONTANT       PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       DTCLOSE
           10 TLMAFF-DTCLOSE       PIC X(8).
      *    *************************************************************
      *                       STATUT
      *                       'A' active, 'X' archivee (suppression),
      *                       'G' gagnee (signee), 'P' perdue,
      *                       'B' abandonnee (cf. TLMPAFF9 CLOSE)
           10 TLMAFF-STATUT        PIC X(1).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de derniere modification
           10 TLMAFF-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       MNTSIGNE
      *                       Montant reellement signe, dans la
      *                       devise de l'affaire, porte a la
      *                       cloture gagnee ('G') ; zero
      *                       pour une affaire en cours ou non gagnee
           10 TLMAFF-MNTSIGNE      PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       DTSIGN
      *                       Date de cloture reelle (AAAAMMJJ) pour
      *                       une affaire gagnee, perdue ou
      *                       abandonnee ; espace tant qu'elle est en
      *                       cours
           10 TLMAFF-DTSIGN        PIC X(8).
      *    *************************************************************
      *                       DEVISE
      *                       Code ISO 4217 de la devise des montants
      *                       ('EUR', 'CHF', ...) ; les editions
      *                       convertissent en euros au cours TLMCHG
           10 TLMAFF-DEVISE        PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
