      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMPRM)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLPRM))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMPRM-)                                          *
      *        STRUCTURE(TLMPRM)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMPRM : primes de parrainage, une ligne par prospect parraine
      * (filleul) devenu client, posee par TLMBPGM114 a la detection
      * du passage au stade 'C' dans les cliches TLMPROH. La cle
      * unique sur FILLEUL garantit une seule prime par filleul, meme
      * s'il repasse plusieurs fois au stade client.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMPRM TABLE
           ( FILLEUL                        CHAR(6) NOT NULL,
             PARRAIN                        CHAR(6) NOT NULL,
             DTCLIENT                       CHAR(8) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             MOIS                           CHAR(6) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPRM                     *
      ******************************************************************
       01  TLMPRM.
      *    *************************************************************
      *                       FILLEUL
      *                       Prospect parraine devenu client (TLMPRO)
           10 TLMPRM-FILLEUL       PIC X(6).
      *    *************************************************************
      *                       PARRAIN
      *                       Client parrain (TLMPRO-PARRAIN du
      *                       filleul)
           10 TLMPRM-PARRAIN       PIC X(6).
      *    *************************************************************
      *                       DTCLIENT
      *                       Date (AAAAMMJJ) du passage du filleul
      *                       au stade 'C'
           10 TLMPRM-DTCLIENT      PIC X(8).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Charge de compte du parrain a la
      *                       detection (cf. TLMCOM), destinataire de
      *                       la prime a remettre ; espace si non
      *                       affecte
           10 TLMPRM-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       MOIS
      *                       Mois (AAAAMM) de la chaine mensuelle
      *                       qui a detecte la conversion : la prime
      *                       figure sur la liste de ce mois
           10 TLMPRM-MOIS          PIC X(6).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure d'ecriture de la ligne
           10 TLMPRM-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
