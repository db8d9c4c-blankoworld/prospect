      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMNCF)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLNCF))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMNCF-)                                          *
      *        STRUCTURE(TLMNCF)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMNCF : conflits de synchronisation des postes nomades. Une
      * ligne par modification saisie hors connexion (fichier retour,
      * COPY TLMCNOM2) portant une version (DTMAJ) depassee : la ligne
      * a ete modifiee au bureau depuis la constitution du paquet.
      * Posee par TLMBPGM141, renvoyee au commercial dans son paquet
      * (TLMBPGM140) tant qu'elle est ouverte.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMNCF TABLE
           ( COMMERCIAL                     CHAR(4) NOT NULL,
             OBJET                          CHAR(1) NOT NULL,
             OBJID                          CHAR(6) NOT NULL,
             DTDETECT                       TIMESTAMP NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             DTMAJENV                       CHAR(26) NOT NULL,
             DTMAJBASE                      CHAR(26) NOT NULL,
             LIGNE                          CHAR(300) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTRESOL                        TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMNCF                     *
      ******************************************************************
       01  TLMNCF.
      *    *************************************************************
      *                       COMMERCIAL
      *                       Commercial emetteur de la modification
           10 TLMNCF-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       OBJET
      *                       'P' prospect, 'C' contact, 'O' affaire
           10 TLMNCF-OBJET         PIC X(1).
      *    *************************************************************
      *                       OBJID
      *                       Identifiant de la ligne en conflit
           10 TLMNCF-OBJID         PIC X(6).
      *    *************************************************************
      *                       DTDETECT
      *                       Date/heure de mise de cote
           10 TLMNCF-DTDETECT      PIC X(26).
      *    *************************************************************
      *                       PROID
      *                       Prospect concerne
           10 TLMNCF-PROID         PIC X(6).
      *    *************************************************************
      *                       DTMAJENV
      *                       Version portee par la modification
           10 TLMNCF-DTMAJENV      PIC X(26).
      *    *************************************************************
      *                       DTMAJBASE
      *                       Version trouvee en base (DTMAJ)
           10 TLMNCF-DTMAJBASE     PIC X(26).
      *    *************************************************************
      *                       LIGNE
      *                       Ligne retour mise de cote (TLMCNOM2)
           10 TLMNCF-LIGNE         PIC X(300).
      *    *************************************************************
      *                       STATUT
      *                       'O' ouvert, 'R' resolu (modification
      *                       ressaisie sur la nouvelle version), 'A'
      *                       abandonne (version du bureau conservee)
           10 TLMNCF-STATUT        PIC X(1).
              88 TLMNCF-STATUT-OUVERT      VALUE 'O'.
              88 TLMNCF-STATUT-RESOLU      VALUE 'R'.
              88 TLMNCF-STATUT-ABANDON     VALUE 'A'.
      *    *************************************************************
      *                       DTRESOL
      *                       Date/heure de resolution ou d'abandon
           10 TLMNCF-DTRESOL       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
