      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : VERIFICATION TERRAIN DES DONNEES
      * NOM DU PROGRAMME : TLMBPGM139
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL D'EDITION DU TAUX
      *    D'EXACTITUDE DES DONNEES COMMERCIALES MESURE PAR LA
      *    VERIFICATION TERRAIN (TLMVER, TIRAGE TLMBPGM137, RESULTATS
      *    TLMBPGM138), SUR LES MOIS GLISSANTS DE LA FENETRE (FICHIER
      *    DE CONTROLE FENETRE, 12 MOIS PAR DEFAUT, MOIS COURANT
      *    COMPRIS) :
      *       1. PAR COMMERCIAL (PORTEFEUILLE AU TIRAGE) ;
      *       2. PAR CHAMP VERIFIE ;
      *       3. PAR MOIS DE TIRAGE (TENDANCE).
      *    POUR CHAQUE LIGNE : CHAMPS TIRES, CORRECTS, FAUX,
      *    INJOIGNABLES, EN ATTENTE DE RESULTAT, ET TAUX D'EXACTITUDE
      *    = CORRECTS / (CORRECTS + FAUX) ; LES CHAMPS INJOIGNABLES OU
      *    EN ATTENTE NE COMPTENT PAS DANS LE TAUX ('-' SI RIEN DE
      *    VERIFIE). RC 16 EN CAS D'ANOMALIE SQL.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM139.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200803.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant la fenetre en mois
           SELECT fenetre ASSIGN TO FENETRE
             FILE STATUS IS w-fenetre.
      *    Fichier de journalisation (edition des taux)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD fenetre RECORDING MODE F.
       01 f-fenetre.
           05 f-fen-mois                  PIC  9(02).
           05 FILLER                      PIC  X(78).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-fenetre                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fenetre en mois et premier mois (AAAAMM) de la fenetre
       01 w-fen-mois                     PIC   9(02) VALUE 12.
       01 w-fen-recul                    PIC  S9(04) COMP.
       01 w-mois-deb                     PIC   X(06).
      *    Fin de parcours des curseurs
       01 w-eot-grp                      PIC   9.
           88 w-eot-grp-oui                      VALUE 1.
           88 w-eot-grp-non                      VALUE 0.
      *    Ligne courante des curseurs (commercial, champ ou mois)
       01 w-grp-code                     PIC   X(06).
       01 w-grp-lib                      PIC   X(35).
       01 w-grp-nbr                      PIC  S9(07) COMP.
       01 w-grp-correct                  PIC  S9(07) COMP.
       01 w-grp-faux                     PIC  S9(07) COMP.
       01 w-grp-injoign                  PIC  S9(07) COMP.
       01 w-grp-attente                  PIC  S9(07) COMP.
      *    Cumuls de la fenetre
       77 w-tot-nbr                      PIC  S9(07) COMP-3.
       77 w-tot-correct                  PIC  S9(07) COMP-3.
       77 w-tot-faux                     PIC  S9(07) COMP-3.
       77 w-tot-injoign                  PIC  S9(07) COMP-3.
       77 w-tot-attente                  PIC  S9(07) COMP-3.
      *    Taux d'exactitude en pourcentage
       01 w-taux                         PIC   9(03)V9.
      *    Entete des colonnes et ligne de detail
       01 w-lig-tete.
           05 FILLER                      PIC   X(30) VALUE
                'CODE   LIBELLE'.
           05 FILLER                      PIC   X(43) VALUE
                '  TIRES EXACTS  FAUX INJOIG ATTENTE       %'.
       01 w-lig-ver.
           05 w-lig-ver-code              PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ver-lib               PIC   X(23).
           05 w-lig-ver-nbr               PIC   ZZZZZZ9.
           05 w-lig-ver-correct           PIC   ZZZZZZ9.
           05 w-lig-ver-faux              PIC   ZZZZZ9.
           05 w-lig-ver-injoign           PIC   ZZZZZZ9.
           05 w-lig-ver-attente           PIC   ZZZZZZZ9.
           05 FILLER                      PIC   X(03) VALUE SPACES.
           05 w-lig-ver-taux              PIC   X(05).
           05 w-lig-ver-taux-num REDEFINES w-lig-ver-taux
                                          PIC   ZZ9.9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur par commercial, avec son nom (TLMCOM, '(inconnu)' si
      * le code ne s'y trouve plus).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-VER-COM CURSOR FOR
               SELECT V.COMMERCIAL,
                      COALESCE(MAX(M.NOM), '(inconnu)'),
                      COUNT(*),
                      SUM(CASE WHEN V.RESULTAT = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'F' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'I' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = ' ' THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMVER V
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = V.COMMERCIAL
               WHERE V.PERIODE >= :w-mois-deb
               GROUP BY V.COMMERCIAL
               ORDER BY V.COMMERCIAL
           END-EXEC.

      *****************************************************************
      * Curseur par champ verifie (libelle pose a l'edition).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-VER-CHP CURSOR FOR
               SELECT V.CHAMP,
                      COUNT(*),
                      SUM(CASE WHEN V.RESULTAT = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'F' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'I' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = ' ' THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMVER V
               WHERE V.PERIODE >= :w-mois-deb
               GROUP BY V.CHAMP
               ORDER BY V.CHAMP
           END-EXEC.

      *****************************************************************
      * Curseur par mois de tirage, du plus ancien au plus recent.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-VER-MOIS CURSOR FOR
               SELECT V.PERIODE,
                      COUNT(*),
                      SUM(CASE WHEN V.RESULTAT = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'F' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = 'I' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN V.RESULTAT = ' ' THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMVER V
               WHERE V.PERIODE >= :w-mois-deb
               GROUP BY V.PERIODE
               ORDER BY V.PERIODE
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, EXACTITUDE DES DONNEES COMMERCIALES'
           PERFORM INIT
           IF RETURN-CODE = 0 THEN
             PERFORM EDITE-COMMERCIAUX
             PERFORM EDITE-CHAMPS
             PERFORM EDITE-MOIS
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de la fenetre, calcul du
      * premier mois et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT fenetre
           IF w-fenetre = '00' THEN
             READ fenetre
                 AT END     CONTINUE
                 NOT AT END
                   IF f-fen-mois NUMERIC
                      AND f-fen-mois NOT = ZERO THEN
                     MOVE f-fen-mois         TO w-fen-mois
                   END-IF
             END-READ
             CLOSE fenetre
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-tot-nbr w-tot-correct
                                              w-tot-faux w-tot-injoign
                                              w-tot-attente
           PERFORM CALC-FENETRE
           PERFORM ENTETE
           .

      *****************************************************************
      * Premier mois de la fenetre : mois courant moins (fenetre - 1)
      * mois, au format AAAAMM de TLMVER.PERIODE.
      *****************************************************************
       CALC-FENETRE.
           COMPUTE w-fen-recul = w-fen-mois - 1
           EXEC SQL
             SELECT SUBSTR(REPLACE(CHAR(CURRENT DATE
                                        - :w-fen-recul MONTHS, ISO),
                                   '-', ''), 1, 6)
               INTO :w-mois-deb
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR CALCUL FENETRE SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * 1. Taux par commercial, puis cumul de la fenetre
      *****************************************************************
       EDITE-COMMERCIAUX.
           MOVE '1. EXACTITUDE PAR COMMERCIAL' TO w-enr-log
           PERFORM ECRIT-TETE
           EXEC SQL
             OPEN CURS-VER-COM
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-VER-COM <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-grp-non             TO TRUE
             PERFORM LEC-VER-COM
             PERFORM EDITE-LIGNE-COM       UNTIL w-eot-grp-oui
             EXEC SQL
               CLOSE CURS-VER-COM
             END-EXEC
             PERFORM EDITE-CUMUL
           END-IF
           .

       LEC-VER-COM.
           MOVE SPACES                     TO w-grp-code
           EXEC SQL
             FETCH CURS-VER-COM
               INTO :w-grp-code, :w-grp-lib, :w-grp-nbr,
                    :w-grp-correct, :w-grp-faux, :w-grp-injoign,
                    :w-grp-attente
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-LIGNE-COM.
           ADD w-grp-nbr                   TO w-tot-nbr
           ADD w-grp-correct               TO w-tot-correct
           ADD w-grp-faux                  TO w-tot-faux
           ADD w-grp-injoign               TO w-tot-injoign
           ADD w-grp-attente               TO w-tot-attente
           PERFORM ECRIT-LIGNE-VER
           PERFORM LEC-VER-COM
           .

      *****************************************************************
      * 2. Taux par champ verifie
      *****************************************************************
       EDITE-CHAMPS.
           MOVE '2. EXACTITUDE PAR CHAMP VERIFIE' TO w-enr-log
           PERFORM ECRIT-TETE
           EXEC SQL
             OPEN CURS-VER-CHP
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-VER-CHP <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-grp-non             TO TRUE
             PERFORM LEC-VER-CHP
             PERFORM EDITE-LIGNE-CHP       UNTIL w-eot-grp-oui
             EXEC SQL
               CLOSE CURS-VER-CHP
             END-EXEC
           END-IF
           .

       LEC-VER-CHP.
           MOVE SPACES                     TO w-grp-code
           EXEC SQL
             FETCH CURS-VER-CHP
               INTO :w-grp-code, :w-grp-nbr,
                    :w-grp-correct, :w-grp-faux, :w-grp-injoign,
                    :w-grp-attente
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-LIGNE-CHP.
           EVALUATE w-grp-code (1 : 3)
             WHEN 'NOM'  MOVE 'Raison sociale'  TO w-grp-lib
             WHEN 'RUE'  MOVE 'Rue'             TO w-grp-lib
             WHEN 'CPO'  MOVE 'Code postal'     TO w-grp-lib
             WHEN 'VIL'  MOVE 'Ville'           TO w-grp-lib
             WHEN 'TEL'  MOVE 'Telephone contact'
                                                TO w-grp-lib
             WHEN 'MEL'  MOVE 'Courriel contact'
                                                TO w-grp-lib
             WHEN 'FON'  MOVE 'Fonction contact'
                                                TO w-grp-lib
             WHEN OTHER  MOVE '(inconnu)'       TO w-grp-lib
           END-EVALUATE
           PERFORM ECRIT-LIGNE-VER
           PERFORM LEC-VER-CHP
           .

      *****************************************************************
      * 3. Tendance par mois de tirage
      *****************************************************************
       EDITE-MOIS.
           MOVE '3. EXACTITUDE PAR MOIS DE TIRAGE' TO w-enr-log
           PERFORM ECRIT-TETE
           EXEC SQL
             OPEN CURS-VER-MOIS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-VER-MOIS <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-grp-non             TO TRUE
             PERFORM LEC-VER-MOIS
             PERFORM EDITE-LIGNE-MOIS      UNTIL w-eot-grp-oui
             EXEC SQL
               CLOSE CURS-VER-MOIS
             END-EXEC
           END-IF
           .

       LEC-VER-MOIS.
           MOVE SPACES                     TO w-grp-code
           EXEC SQL
             FETCH CURS-VER-MOIS
               INTO :w-grp-code, :w-grp-nbr,
                    :w-grp-correct, :w-grp-faux, :w-grp-injoign,
                    :w-grp-attente
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-LIGNE-MOIS.
           MOVE SPACES                     TO w-grp-lib
           PERFORM ECRIT-LIGNE-VER
           PERFORM LEC-VER-MOIS
           .

      *****************************************************************
      * Fin de parcours du curseur courant (100 ou anomalie)
      *****************************************************************
       VERIF-FETCH.
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-grp-non           TO TRUE
             WHEN 100
               SET w-eot-grp-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH TLMVER SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-grp-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Titre de section (pose par l'appelant) et entete de colonnes
      *****************************************************************
       ECRIT-TETE.
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Ligne de detail du groupe courant : taux d'exactitude sur les
      * champs verifies (corrects ou faux).
      *****************************************************************
       ECRIT-LIGNE-VER.
           MOVE w-grp-code                 TO w-lig-ver-code
           MOVE w-grp-lib                  TO w-lig-ver-lib
           MOVE w-grp-nbr                  TO w-lig-ver-nbr
           MOVE w-grp-correct              TO w-lig-ver-correct
           MOVE w-grp-faux                 TO w-lig-ver-faux
           MOVE w-grp-injoign              TO w-lig-ver-injoign
           MOVE w-grp-attente              TO w-lig-ver-attente
           IF w-grp-correct + w-grp-faux > 0 THEN
             COMPUTE w-taux ROUNDED = w-grp-correct * 100
                                    / (w-grp-correct + w-grp-faux)
             MOVE w-taux                   TO w-lig-ver-taux-num
           ELSE
             MOVE '    -'                  TO w-lig-ver-taux
           END-IF
           MOVE w-lig-ver                  TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Cumul de la fenetre, tous commerciaux confondus.
      *****************************************************************
       EDITE-CUMUL.
           MOVE SPACES                     TO w-grp-code
           MOVE 'TOTAL DE LA FENETRE'      TO w-grp-lib
           MOVE w-tot-nbr                  TO w-grp-nbr
           MOVE w-tot-correct              TO w-grp-correct
           MOVE w-tot-faux                 TO w-grp-faux
           MOVE w-tot-injoign              TO w-grp-injoign
           MOVE w-tot-attente              TO w-grp-attente
           PERFORM ECRIT-LIGNE-VER
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
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
           MOVE '|   EXACTITUDE DES DONNEES COMMERCIALES          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Mois de tirage a partir de : '
                                  DELIMITED SIZE
             w-mois-deb           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Fermeture des fichiers
      *****************************************************************
       FIN.
           IF RETURN-CODE NOT = 0 THEN
             MOVE 'Edition incomplete (anomalie SQL).'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM139.
