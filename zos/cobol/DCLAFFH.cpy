      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMAFFH)                                  *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLAFFH))                    *
      *        ACTION(REPLACE)                                        *
      *        LANGUAGE(COBOL)                                        *
      *        NAMES(TLMAFFH-)                                        *
      *        STRUCTURE(TLMAFFH)                                     *
      *        QUOTE                                                  *
      *        LABEL(YES)                                             *
      *        COLSUFFIX(YES)                                         *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS  *
      ******************************************************************
      * TLMAFFH : historique des images d'une affaire (TLMAFF)
      * capturees par la couche physique TLMPAFF9 a chaque MAJ,
      * CLOTURE et SUPPRESSION : image "avant" complete, comme
      * TLMPROH / TLMCONH, plus la valeur "apres" des colonnes qui
      * bougent (montant, date de cloture esperee, statut), pour
      * suivre d'une ligne a l'autre le glissement d'une affaire.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMAFFH TABLE
           ( ID                             CHAR(6) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             LIBELLE                        CHAR(40) NOT NULL,
             LIGNE                          CHAR(10),
             MONTANT                        DECIMAL(11,2) NOT NULL,
             DTCLOSE                        CHAR(8),
             STATUT                         CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL,
             MNTSIGNE                       DECIMAL(11,2) NOT NULL,
             DTSIGN                         CHAR(8),
             DEVISE                         CHAR(3) NOT NULL,
             MONTANT_AP                     DECIMAL(11,2) NOT NULL,
             DTCLOSE_AP                     CHAR(8),
             STATUT_AP                      CHAR(1) NOT NULL,
             OPERATION                      CHAR(1) NOT NULL,
             PILSEQ                         DECIMAL(7,0) NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL,
             DTAUDIT                        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMAFFH                    *
      ******************************************************************
       01  TLMAFFH.
      *    *************************************************************
      *                       ID
           10 TLMAFFH-ID            PIC X(6).
      *    *************************************************************
      *                       PROID
      *                       Prospect porteur au moment du cliche
           10 TLMAFFH-PROID         PIC X(6).
      *    *************************************************************
      *                       LIBELLE
           10 TLMAFFH-LIBELLE       PIC X(40).
      *    *************************************************************
      *                       LIGNE
           10 TLMAFFH-LIGNE         PIC X(10).
      *    *************************************************************
      *                       MONTANT
      *                       Montant attendu avant l'operation
           10 TLMAFFH-MONTANT       PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       DTCLOSE
      *                       Date de cloture esperee avant
      *                       l'operation (AAAAMMJJ)
           10 TLMAFFH-DTCLOSE       PIC X(8).
      *    *************************************************************
      *                       STATUT
      *                       Statut de l'affaire avant l'operation
           10 TLMAFFH-STATUT        PIC X(1).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de derniere modification de
      *                       l'image avant cliche (valeur TLMAFF.DTMAJ
      *                       telle qu'elle etait avant l'operation)
           10 TLMAFFH-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       MNTSIGNE
           10 TLMAFFH-MNTSIGNE      PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       DTSIGN
           10 TLMAFFH-DTSIGN        PIC X(8).
      *    *************************************************************
      *                       DEVISE
      *                       Devise des montants (code ISO 4217)
           10 TLMAFFH-DEVISE        PIC X(3).
      *    *************************************************************
      *                       MONTANT_AP
      *                       Montant attendu apres l'operation
           10 TLMAFFH-MONTANT-AP    PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       DTCLOSE_AP
      *                       Date de cloture esperee apres
      *                       l'operation (AAAAMMJJ)
           10 TLMAFFH-DTCLOSE-AP    PIC X(8).
      *    *************************************************************
      *                       STATUT_AP
      *                       Statut apres l'operation : 'A' (MAJ),
      *                       'G'/'P'/'B' (cloture), 'X' (suppression)
           10 TLMAFFH-STATUT-AP     PIC X(1).
      *    *************************************************************
      *                       OPERATION
      *                       'M' mise a jour, 'C' cloture,
      *                       'S' suppression : quelle operation a
      *                       declenche ce cliche
           10 TLMAFFH-OPERATION     PIC X(1).
      *    *************************************************************
      *                       PILSEQ
      *                       Rang de la ligne de pilotage a l'origine
      *                       de l'operation (0 si non renseigne)
           10 TLMAFFH-PILSEQ        PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       ORIGINE
      *                       Job batch ou transaction CICS +
      *                       utilisateur a l'origine de l'operation
      *                       (espace si non renseignee)
           10 TLMAFFH-ORIGINE       PIC X(12).
      *    *************************************************************
      *                       DTAUDIT
      *                       Date/heure du cliche (ecriture de cette
      *                       ligne d'historique)
           10 TLMAFFH-DTAUDIT       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
