      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DELAI DE PREMIER CONTACT DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM131
      * DESCRIPTION      : RAPPORT MENSUEL DU RESPECT DU DELAI DE
      *    PREMIER CONTACT, BATI SUR LE SUIVI TLMSLA (MESURE CHAQUE
      *    NUIT PAR TLMBPGM130) DES PROSPECTS CREES DANS LE MOIS
      *    VISE, ISSUS D'UNE SOURCE SOUMISE AU DELAI :
      *       - PAR COMMERCIAL (CHARGE DE COMPTE A LA PRISE EN
      *         SUIVI) ;
      *       - PAR SOURCE D'ACQUISITION (TLMSRC) ;
      *       - CUMUL DU MOIS.
      *    CHAQUE LIGNE DONNE LE NOMBRE DE PROSPECTS, CEUX CONTACTES
      *    DANS LE DELAI, HORS DELAI (CONTACTES EN RETARD OU TOUJOURS
      *    SANS CONTACT, DELAI DEPASSE), ENCORE DANS LE DELAI SANS
      *    CONTACT, LE TAUX DE RESPECT DU DELAI (DANS LE DELAI / DELAI
      *    ECHU, EN %) ET LE DELAI MOYEN DE PREMIER CONTACT EN HEURES
      *    OUVREES. LES PROSPECTS ARCHIVES AVANT TOUT CONTACT SONT
      *    EXCLUS.
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT), COMME TLMBPGM127.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM131.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200706.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Fichier de journalisation (rapport du delai)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD moisfic RECORDING MODE F.
       01 f-moisfic.
           05 f-mois-val                  PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-moisfic                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour et mois vise
       01 w-date-jour.
           05 w-date-jour-aaaa            PIC  9(04).
           05 w-date-jour-mm              PIC  9(02).
           05 w-date-jour-jj              PIC  9(02).
       01 w-mois                         PIC   X(06).
       01 w-mois-num REDEFINES w-mois.
           05 w-mois-aaaa                PIC   9(04).
           05 w-mois-mm                  PIC   9(02).
      *    Fin de parcours des curseurs
       01 w-eot-grp                      PIC   9.
           88 w-eot-grp-oui                      VALUE 1.
           88 w-eot-grp-non                      VALUE 0.
      *    Ligne courante des curseurs (commercial ou source)
       01 w-grp-code                     PIC   X(04).
       01 w-grp-lib                      PIC   X(35).
       01 w-grp-nbr                      PIC  S9(07) COMP.
       01 w-grp-dans                     PIC  S9(07) COMP.
       01 w-grp-hors                     PIC  S9(07) COMP.
       01 w-grp-cours                    PIC  S9(07) COMP.
       01 w-grp-nbr-delai                PIC  S9(07) COMP.
       01 w-grp-som-delai                PIC  S9(09)V9(2) COMP-3.
      *    Cumuls du mois
       77 w-tot-nbr                      PIC  S9(07) COMP-3.
       77 w-tot-dans                     PIC  S9(07) COMP-3.
       77 w-tot-hors                     PIC  S9(07) COMP-3.
       77 w-tot-cours                    PIC  S9(07) COMP-3.
       77 w-tot-nbr-delai                PIC  S9(07) COMP-3.
       77 w-tot-som-delai                PIC  S9(09)V9(2) COMP-3.
      *    Taux de respect en pourcentage, delai moyen en heures
       01 w-taux                         PIC   9(03)V9.
       01 w-moyen                        PIC   9(05)V9.
      *    Entete des colonnes et ligne de detail
       01 w-lig-tete.
           05 FILLER                      PIC   X(30) VALUE
                'CODE LIBELLE'.
           05 FILLER                      PIC   X(43) VALUE
                ' PROSP.   DANS   HORS COURS      %    MOYEN'.
       01 w-lig-sla.
           05 w-lig-sla-code              PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-sla-lib               PIC   X(25).
           05 w-lig-sla-nbr               PIC   ZZZZZZ9.
           05 w-lig-sla-dans              PIC   ZZZZZZ9.
           05 w-lig-sla-hors              PIC   ZZZZZZ9.
           05 w-lig-sla-cours             PIC   ZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-sla-taux              PIC   X(05).
           05 w-lig-sla-taux-num REDEFINES w-lig-sla-taux
                                          PIC   ZZ9.9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-sla-moyen             PIC   X(07).
           05 w-lig-sla-moyen-num REDEFINES w-lig-sla-moyen
                                          PIC   ZZZZ9.9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des prospects suivis crees dans le mois, par
      * commercial, avec son nom (TLMCOM, '(inconnu)' si le code ne
      * figure pas au referentiel). Hors delai : contacte en retard
      * ('H') ou toujours sans contact au-dela du delai ('E').
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SLA-COM CURSOR FOR
               SELECT L.COMMERCIAL,
                      COALESCE(MAX(M.NOM), '(inconnu)'),
                      COUNT(*),
                      SUM(CASE WHEN L.STATUT = 'O' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('H', 'E') THEN 1
                          ELSE 0 END),
                      SUM(CASE WHEN L.STATUT = 'A' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('O', 'H') THEN 1
                          ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('O', 'H')
                               THEN L.DELAI ELSE 0 END)
               FROM TRAIN04.TLMSLA L
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = L.COMMERCIAL
               WHERE L.STATUT <> 'X'
                 AND SUBSTR(REPLACE(CHAR(DATE(L.DTCREA), ISO),
                                    '-', ''), 1, 6) = :w-mois
               GROUP BY L.COMMERCIAL
               ORDER BY L.COMMERCIAL
           END-EXEC.

      *****************************************************************
      * Curseur des prospects suivis crees dans le mois, par source
      * d'acquisition, avec son libelle (TLMSRC, '(inconnue)' si le
      * code ne figure plus au referentiel)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SLA-SRC CURSOR FOR
               SELECT L.SOURCE,
                      COALESCE(MAX(S.LIBELLE), '(inconnue)'),
                      COUNT(*),
                      SUM(CASE WHEN L.STATUT = 'O' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('H', 'E') THEN 1
                          ELSE 0 END),
                      SUM(CASE WHEN L.STATUT = 'A' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('O', 'H') THEN 1
                          ELSE 0 END),
                      SUM(CASE WHEN L.STATUT IN ('O', 'H')
                               THEN L.DELAI ELSE 0 END)
               FROM TRAIN04.TLMSLA L
                 LEFT OUTER JOIN TRAIN04.TLMSRC S
                   ON S.CODE = L.SOURCE
               WHERE L.STATUT <> 'X'
                 AND SUBSTR(REPLACE(CHAR(DATE(L.DTCREA), ISO),
                                    '-', ''), 1, 6) = :w-mois
               GROUP BY L.SOURCE
               ORDER BY L.SOURCE
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DELAI DE PREMIER CONTACT DU MOIS'
           PERFORM INIT
           PERFORM EDITE-PAR-COMMERCIAL
           PERFORM EDITE-PAR-SOURCE
           PERFORM EDITE-CUMUL
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, determination du mois vise, ecriture
      * de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE w-date-jour-aaaa           TO w-mois-aaaa
           MOVE w-date-jour-mm             TO w-mois-mm
           OPEN INPUT moisfic
           IF w-moisfic = '00' THEN
             READ moisfic
                 AT END     CONTINUE
                 NOT AT END
                   IF f-mois-val NUMERIC THEN
                     MOVE f-mois-val       TO w-mois
                   END-IF
             END-READ
             CLOSE moisfic
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-tot-nbr w-tot-dans
                                              w-tot-hors w-tot-cours
                                              w-tot-nbr-delai
                                              w-tot-som-delai
           PERFORM ENTETE
           STRING
             'Prospects crees dans le mois : '
                                           DELIMITED SIZE
             w-mois                        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '% = dans le delai / (dans le delai + hors delai).'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Moyen = delai moyen du premier contact (h ouvrees).'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Edition par commercial, cumul du mois au passage.
      *****************************************************************
       EDITE-PAR-COMMERCIAL.
           MOVE 'DELAI DE PREMIER CONTACT PAR COMMERCIAL'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-SLA-COM
           END-EXEC
           SET w-eot-grp-non               TO TRUE
           PERFORM LEC-SLA-COM
           PERFORM EDITE-LIGNE-COM         UNTIL w-eot-grp-oui
           EXEC SQL
             CLOSE CURS-SLA-COM
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-SLA-COM.
           EXEC SQL
             FETCH CURS-SLA-COM
               INTO :w-grp-code, :w-grp-lib, :w-grp-nbr,
                    :w-grp-dans, :w-grp-hors, :w-grp-cours,
                    :w-grp-nbr-delai, :w-grp-som-delai
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-grp-non             TO TRUE
           ELSE
             SET w-eot-grp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-SLA-COM SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-COM.
           ADD w-grp-nbr                   TO w-tot-nbr
           ADD w-grp-dans                  TO w-tot-dans
           ADD w-grp-hors                  TO w-tot-hors
           ADD w-grp-cours                 TO w-tot-cours
           ADD w-grp-nbr-delai             TO w-tot-nbr-delai
           ADD w-grp-som-delai             TO w-tot-som-delai
           PERFORM ECRIT-LIGNE-SLA
           PERFORM LEC-SLA-COM
           .

      *****************************************************************
      * Edition par source d'acquisition.
      *****************************************************************
       EDITE-PAR-SOURCE.
           MOVE 'DELAI DE PREMIER CONTACT PAR SOURCE'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-SLA-SRC
           END-EXEC
           SET w-eot-grp-non               TO TRUE
           PERFORM LEC-SLA-SRC
           PERFORM EDITE-LIGNE-SRC         UNTIL w-eot-grp-oui
           EXEC SQL
             CLOSE CURS-SLA-SRC
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-SLA-SRC.
           EXEC SQL
             FETCH CURS-SLA-SRC
               INTO :w-grp-code, :w-grp-lib, :w-grp-nbr,
                    :w-grp-dans, :w-grp-hors, :w-grp-cours,
                    :w-grp-nbr-delai, :w-grp-som-delai
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-grp-non             TO TRUE
           ELSE
             SET w-eot-grp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-SLA-SRC SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-SRC.
           PERFORM ECRIT-LIGNE-SLA
           PERFORM LEC-SLA-SRC
           .

      *****************************************************************
      * Ligne de detail du groupe courant (commercial ou source) :
      * taux de respect sur les prospects dont le delai est echu,
      * delai moyen sur ceux deja contactes.
      *****************************************************************
       ECRIT-LIGNE-SLA.
           MOVE w-grp-code                 TO w-lig-sla-code
           MOVE w-grp-lib                  TO w-lig-sla-lib
           MOVE w-grp-nbr                  TO w-lig-sla-nbr
           MOVE w-grp-dans                 TO w-lig-sla-dans
           MOVE w-grp-hors                 TO w-lig-sla-hors
           MOVE w-grp-cours                TO w-lig-sla-cours
           IF w-grp-dans + w-grp-hors > 0 THEN
             COMPUTE w-taux ROUNDED = w-grp-dans * 100
                                    / (w-grp-dans + w-grp-hors)
             MOVE w-taux                   TO w-lig-sla-taux-num
           ELSE
             MOVE '    -'                  TO w-lig-sla-taux
           END-IF
           IF w-grp-nbr-delai > 0 THEN
             COMPUTE w-moyen ROUNDED = w-grp-som-delai
                                     / w-grp-nbr-delai
             MOVE w-moyen                  TO w-lig-sla-moyen-num
           ELSE
             MOVE '      -'                TO w-lig-sla-moyen
           END-IF
           MOVE w-lig-sla                  TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Cumul du mois, tous commerciaux confondus.
      *****************************************************************
       EDITE-CUMUL.
           MOVE SPACES                     TO w-grp-code
           MOVE 'TOTAL DU MOIS'            TO w-grp-lib
           MOVE w-tot-nbr                  TO w-grp-nbr
           MOVE w-tot-dans                 TO w-grp-dans
           MOVE w-tot-hors                 TO w-grp-hors
           MOVE w-tot-cours                TO w-grp-cours
           MOVE w-tot-nbr-delai            TO w-grp-nbr-delai
           MOVE w-tot-som-delai            TO w-grp-som-delai
           PERFORM ECRIT-LIGNE-SLA
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
      *****************************************************************
       ECRIT-LOG.
           WRITE f-log                     FROM w-enr-log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|      DELAI DE PREMIER CONTACT DES PROSPECTS    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|      ----------------------------------        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Fermeture des fichiers
      *****************************************************************
       FIN.
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM131.
