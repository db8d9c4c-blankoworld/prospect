      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDEV)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDEV))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDEV-)                                          *
      *        STRUCTURE(TLMDEV)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDEV : entete des devis emis sur une affaire (TLMAFF), a
      * l'attention d'un contact du prospect porteur. Numerotes et
      * tenus par la couche physique TLMPDEV1 (lignes de devis dans
      * TLMDEVL), alimentes par ligne de pilotage Q, imprimes par
      * TLMBPGM94, expires la nuit par TLMBPGM93. Un devis accepte
      * cloture l'affaire gagnee au montant du devis (TLMBPGM3).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDEV TABLE
           ( ID                             CHAR(6) NOT NULL,
             AFFID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             DTDEVIS                        CHAR(8) NOT NULL,
             DTVALID                        CHAR(8) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             MONTANT                        DECIMAL(11,2) NOT NULL,
             IMPRIME                        CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDEV                     *
      ******************************************************************
       01  TLMDEV.
      *    *************************************************************
      *                       ID
      *                       Numero du devis (attribue par TLMPDEV1)
           10 TLMDEV-ID            PIC X(6).
      *    *************************************************************
      *                       AFFID
      *                       Affaire a laquelle le devis se rattache
           10 TLMDEV-AFFID         PIC X(6).
      *    *************************************************************
      *                       CONID
      *                       Contact destinataire du devis
           10 TLMDEV-CONID         PIC X(6).
      *    *************************************************************
      *                       DTDEVIS
      *                       Date d'emission (AAAAMMJJ)
           10 TLMDEV-DTDEVIS       PIC X(8).
      *    *************************************************************
      *                       DTVALID
      *                       Date limite de validite (AAAAMMJJ) : au
      *                       dela, le devis encore envoye expire
           10 TLMDEV-DTVALID       PIC X(8).
      *    *************************************************************
      *                       STATUT
      *                       'E' envoye, 'A' accepte, 'R' refuse,
      *                       'X' expire
           10 TLMDEV-STATUT        PIC X(1).
              88 TLMDEV-STATUT-ENVOYE      VALUE 'E'.
              88 TLMDEV-STATUT-ACCEPTE     VALUE 'A'.
              88 TLMDEV-STATUT-REFUSE      VALUE 'R'.
              88 TLMDEV-STATUT-EXPIRE      VALUE 'X'.
      *    *************************************************************
      *                       MONTANT
      *                       Total du devis (somme des lignes, remises
      *                       deduites), en euros
           10 TLMDEV-MONTANT       PIC S9(9)V99    COMP-3.
      *    *************************************************************
      *                       IMPRIME
      *                       'N' a imprimer, 'O' deja imprime
      *                       (TLMBPGM94)
           10 TLMDEV-IMPRIME       PIC X(1).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de creation ou du dernier
      *                       changement de statut
           10 TLMDEV-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       ORIGINE
      *                       Job batch ou transaction CICS +
      *                       utilisateur a l'origine de la creation
      *                       ou du dernier changement de statut
           10 TLMDEV-ORIGINE       PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
