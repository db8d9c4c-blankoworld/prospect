      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SUIVI DES GRANDS COMPTES
      * NOM DU PROGRAMME : TLMBPGM146
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL D'EDITION DES
      *    GRANDS COMPTES (TLMGCP, CHARGEE PAR TLMBPGM145) A SURVEILLER,
      *    PAR RESPONSABLE DE COMPTE. UN COMPTE ACTIF EST EDITE DES
      *    QU'IL PRESENTE AU MOINS UN DES SIGNAUX SUIVANTS :
      *       - RETAR : REVUE DE COMPTE EN RETARD, L'ECHEANCE (DERNIERE
      *         REVUE TLMACT DE TYPE 'R', A DEFAUT DATE DE DESIGNATION,
      *         PLUS LA FREQUENCE EN MOIS) EST DEPASSEE ;
      *       - INACT : AUCUNE ACTIVITE TLMACT, TOUS TYPES, DANS LES N
      *         DERNIERS JOURS OUVRES (FICHIER SEUIL, DEFAUT 20 ; MEME
      *         CONVERSION PAR LE CALENDRIER TLMJOF QUE TLMBPGM87) ;
      *       - CREDIT : NOTATION DE L'ASSUREUR-CREDIT DEGRADEE AU
      *         DERNIER CHARGEMENT (TLMRSQ.DEGRADE, CF. TLMBPGM105),
      *         RATTACHEE PAR LE SIREN.
      *    LES REVUES EN RETARD FIGURENT AUSSI CHAQUE MATIN SUR LA
      *    FEUILLE DE ROUTE DU RESPONSABLE (TLMBPGM87).
      *    AUCUNE MISE A JOUR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM146.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200831.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le seuil d'inactivite (jours
      *    ouvres ; absent ou a zero = defaut ci-dessous)
           SELECT seuil  ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (edition des grands comptes)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-jours               PIC  9(05).
           05 FILLER                      PIC  X(75).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur
       01 w-eot-gcp                      PIC   9.
           88 w-eot-gcp-oui                      VALUE 1.
           88 w-eot-gcp-non                      VALUE 0.
      *    Date du jour et borne d'inactivite (AAAAMMJJ)
       01 w-date-jour                    PIC   X(08).
       01 w-date-borne                   PIC   X(08).
      *    Ligne courante du curseur : grand compte et signaux
       01 w-proprio                      PIC   X(04).
       01 w-proprio-nom                  PIC   X(35).
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-echeance                     PIC   X(08).
       01 w-der-revue                    PIC   X(08).
       01 w-der-act                      PIC   X(08).
       01 w-degrade                      PIC   X(01).
      *    Responsable de la ligne precedente (rupture d'edition)
       01 w-proprio-prec                 PIC   X(04).
      *    Signaux du compte courant
       01 w-retard                       PIC   9.
           88 w-retard-oui                       VALUE 1.
           88 w-retard-non                       VALUE 0.
       01 w-inactif                      PIC   9.
           88 w-inactif-oui                      VALUE 1.
           88 w-inactif-non                      VALUE 0.
      *    Seuil d'inactivite (en jours ouvres)
       01 w-age-jours                    PIC   9(05) VALUE 00020.
      *****************************************************************
      * Conversion du seuil "jours ouvres" en jours calendaires, a
      * l'identique de TLMBPGM87 (calendrier TLMJOF charge en
      * memoire, recul jour par jour en decomptant les seuls jours
      * ouvres ; bissextiles par modulo 4). La date atteinte par le
      * recul est la borne d'inactivite.
      *****************************************************************
       01 w-jof.
           05 w-jof-ent OCCURS 400       PIC   X(08).
       77 w-jof-jour                     PIC   X(08).
       77 w-jof-nbr                      PIC  S9(05) COMP-3.
       77 w-jof-i                        PIC  S9(05) COMP-3.
       01 w-jof-fin                      PIC   9.
           88 w-jof-fin-oui                      VALUE 1.
           88 w-jof-fin-non                      VALUE 0.
       01 w-jof-trouve                   PIC   9.
           88 w-jof-trouve-oui                   VALUE 1.
           88 w-jof-trouve-non                   VALUE 0.
       77 w-age-cal                      PIC   9(05).
       77 w-ouvres                       PIC   9(05).
       77 w-dow                          PIC   9(01).
       01 w-date-curs                    PIC   9(08).
       01 w-date-curs-x REDEFINES w-date-curs
                                         PIC   X(08).
       01 FILLER REDEFINES w-date-curs.
           05 w-curs-aaaa                PIC   9(04).
           05 w-curs-mm                  PIC   9(02).
           05 w-curs-jj                  PIC   9(02).
       77 w-div4                         PIC   9(04).
       77 w-reste4                       PIC   9(04).
      *    Ligne d'edition d'un grand compte
       01 w-det.
           05 w-det-id                    PIC  X(06).
           05 FILLER                      PIC  X(01).
           05 w-det-nom                   PIC  X(27).
           05 FILLER                      PIC  X(01).
           05 w-det-echeance              PIC  X(08).
           05 FILLER                      PIC  X(01).
           05 w-det-der-revue             PIC  X(08).
           05 FILLER                      PIC  X(01).
           05 w-det-der-act               PIC  X(08).
           05 FILLER                      PIC  X(01).
           05 w-det-retard                PIC  X(05).
           05 FILLER                      PIC  X(01).
           05 w-det-inactif               PIC  X(05).
           05 FILLER                      PIC  X(01).
           05 w-det-credit                PIC  X(06).
       01 w-titre.
           05 FILLER                      PIC  X(48) VALUE
                'PROSP. NOM                         ECHEANCE DER.'.
           05 FILLER                      PIC  X(32) VALUE
                'REVU DERN.ACT RETAR INACT CREDIT'.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-edite                 PIC  S9(07) COMP-3.
           05 w-cpt-retard                PIC  S9(07) COMP-3.
           05 w-cpt-inactif               PIC  S9(07) COMP-3.
           05 w-cpt-degrade               PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Grands comptes actifs examines :           '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-edite.
           05 FILLER                     PIC   X(43) VALUE
                'Grands comptes a surveiller :              '.
           05 w-rap-edite-nbr             PIC   ZZZZZZ9.
       01 w-rap-retard.
           05 FILLER                     PIC   X(43) VALUE
                '  dont revue de compte en retard :         '.
           05 w-rap-retard-nbr            PIC   ZZZZZZ9.
       01 w-rap-inactif.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sans activite sur la periode :      '.
           05 w-rap-inactif-nbr           PIC   ZZZZZZ9.
       01 w-rap-degrade.
           05 FILLER                     PIC   X(43) VALUE
                '  dont notation credit degradee :          '.
           05 w-rap-degrade-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des grands comptes actifs, par responsable : echeance
      * de la prochaine revue (derniere revue 'R', a defaut date de
      * designation, plus la frequence en mois), date de la derniere
      * revue et de la derniere activite tous types (espace si
      * aucune), et indicateur de notation degradee.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-GCP CURSOR FOR
               SELECT G.PROPRIO, COALESCE(M.NOM, '(inconnu)'),
                      G.PROID, P.NOM,
                      REPLACE(CHAR(COALESCE(
                        DATE(MAX(CASE WHEN A.TYPACT = 'R'
                                      THEN A.DTACT END)),
                        DATE(SUBSTR(G.DTDESIG, 1, 4) CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 5, 2)
                             CONCAT '-'
                             CONCAT SUBSTR(G.DTDESIG, 7, 2)))
                        + G.FREQ MONTHS, ISO), '-', ''),
                      COALESCE(REPLACE(CHAR(DATE(
                        MAX(CASE WHEN A.TYPACT = 'R'
                                 THEN A.DTACT END)), ISO), '-', ''),
                        ' '),
                      COALESCE(REPLACE(CHAR(DATE(MAX(A.DTACT)), ISO),
                        '-', ''), ' '),
                      COALESCE(MAX(R.DEGRADE), 'N')
               FROM TRAIN04.TLMGCP G
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = G.PROID
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = G.PROPRIO
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.PID = G.PROID
                 LEFT OUTER JOIN TRAIN04.TLMACT A
                   ON A.CONID = C.ID
                 LEFT OUTER JOIN TRAIN04.TLMRSQ R
                   ON R.SIREN = SUBSTR(P.SIRET, 1, 9)
               WHERE P.STATUT = 'A'
               GROUP BY G.PROPRIO, M.NOM, G.PROID, P.NOM, G.FREQ,
                        G.DTDESIG
               ORDER BY G.PROPRIO, G.PROID
           END-EXEC.

      *****************************************************************
      * Curseur : jours feries du calendrier TLMJOF
      *****************************************************************
           EXEC SQL
             DECLARE CURS-JOF CURSOR FOR
               SELECT JOUR
               FROM TRAIN04.TLMJOF
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, GRANDS COMPTES A SURVEILLER'
           PERFORM INIT
           PERFORM TRT-GRANDS-COMPTES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Lecture du seuil, conversion en borne d'inactivite, ouverture
      * du log et ecriture de l'entete.
      *****************************************************************
       INIT.
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-jours NOT = ZERO THEN
                     MOVE f-seuil-jours      TO w-age-jours
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           PERFORM CONVERTIT-SEUIL-OUVRE
           MOVE w-date-curs-x              TO w-date-borne
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-edite
                                              w-cpt-retard
                                              w-cpt-inactif
                                              w-cpt-degrade
           MOVE SPACES                     TO w-proprio-prec
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des grands comptes actifs.
      *****************************************************************
       TRT-GRANDS-COMPTES.
           EXEC SQL
             OPEN CURS-GCP
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-GCP <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-gcp-non             TO TRUE
             PERFORM LEC-GCP
             PERFORM EXAMINE-COMPTE        UNTIL w-eot-gcp-oui
             EXEC SQL
               CLOSE CURS-GCP
             END-EXEC
           END-IF
           .

       LEC-GCP.
           EXEC SQL
             FETCH CURS-GCP
               INTO :w-proprio, :w-proprio-nom, :w-pro-id,
                    :w-pro-nom, :w-echeance, :w-der-revue,
                    :w-der-act, :w-degrade
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-gcp-non           TO TRUE
             WHEN 100
               SET w-eot-gcp-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-GCP <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-gcp-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Signaux du compte courant ; le compte n'est edite que s'il en
      * presente au moins un.
      *****************************************************************
       EXAMINE-COMPTE.
           ADD 1                           TO w-cpt-lec
           SET w-retard-non                TO TRUE
           SET w-inactif-non               TO TRUE
           IF w-echeance < w-date-jour THEN
             SET w-retard-oui              TO TRUE
           END-IF
           IF w-der-act = SPACES OR w-der-act < w-date-borne THEN
             SET w-inactif-oui             TO TRUE
           END-IF
           IF w-retard-oui OR w-inactif-oui OR w-degrade = 'O' THEN
             PERFORM EDITE-COMPTE
           END-IF
           PERFORM LEC-GCP
           .

      *****************************************************************
      * Edition d'un compte a surveiller, precedee de l'entete du
      * responsable au premier compte de celui-ci.
      *****************************************************************
       EDITE-COMPTE.
           IF w-proprio NOT = w-proprio-prec THEN
             PERFORM EDITE-RESPONSABLE
           END-IF
           ADD 1                           TO w-cpt-edite
           MOVE SPACES                     TO w-det
           MOVE w-pro-id                   TO w-det-id
           MOVE w-pro-nom                  TO w-det-nom
           MOVE w-echeance                 TO w-det-echeance
           MOVE w-der-revue                TO w-det-der-revue
           MOVE w-der-act                  TO w-det-der-act
           IF w-retard-oui THEN
             ADD 1                         TO w-cpt-retard
             MOVE '  *'                    TO w-det-retard
           END-IF
           IF w-inactif-oui THEN
             ADD 1                         TO w-cpt-inactif
             MOVE '  *'                    TO w-det-inactif
           END-IF
           IF w-degrade = 'O' THEN
             ADD 1                         TO w-cpt-degrade
             MOVE '  *'                    TO w-det-credit
           END-IF
           MOVE w-det                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

       EDITE-RESPONSABLE.
           MOVE w-proprio                  TO w-proprio-prec
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'RESPONSABLE <'               DELIMITED SIZE
             w-proprio                     DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-proprio-nom                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-titre                    TO w-enr-log
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
      * Entete de l'edition
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   GRANDS COMPTES A SURVEILLER                  |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ---------------------------                  |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Sans activite depuis le '    DELIMITED SIZE
             w-date-borne                  DELIMITED SIZE
             ' (seuil en jours ouvres : '  DELIMITED SIZE
             w-age-jours                   DELIMITED SIZE
             ')'                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture du log
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-edite            TO w-rap-edite-nbr
           MOVE w-rap-edite            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-retard           TO w-rap-retard-nbr
           MOVE w-rap-retard           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-inactif          TO w-rap-inactif-nbr
           MOVE w-rap-inactif          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-degrade          TO w-rap-degrade-nbr
           MOVE w-rap-degrade          TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

      *****************************************************************
      * Chargement du calendrier des jours feries puis conversion du
      * seuil en jours ouvres vers sa borne calendaire (reprise a
      * l'identique de TLMBPGM87) : w-date-curs est la borne.
      *****************************************************************
       CONVERTIT-SEUIL-OUVRE.
           MOVE ZERO                     TO w-jof-nbr
           SET w-jof-fin-non             TO TRUE
           EXEC SQL
             OPEN CURS-JOF
           END-EXEC
           IF SQLCODE = 0 THEN
             PERFORM LEC-JOF
             PERFORM CHARGE-JOF          UNTIL w-jof-fin-oui
                                            OR w-jof-nbr >= 400
             EXEC SQL
               CLOSE CURS-JOF
             END-EXEC
           END-IF
           ACCEPT w-date-curs            FROM DATE YYYYMMDD
           ACCEPT w-dow                  FROM DAY-OF-WEEK
           MOVE ZERO                     TO w-age-cal
                                            w-ouvres
           PERFORM RECULE-UN-JOUR
             UNTIL w-ouvres >= w-age-jours
                OR w-age-cal >= 9999
           .

       LEC-JOF.
           EXEC SQL
             FETCH CURS-JOF
               INTO :w-jof-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-jof-fin-oui           TO TRUE
           END-IF
           .

       CHARGE-JOF.
           ADD 1                         TO w-jof-nbr
           MOVE w-jof-jour               TO w-jof-ent (w-jof-nbr)
           PERFORM LEC-JOF
           .

       RECULE-UN-JOUR.
           PERFORM DECREMENTE-DATE
           ADD 1                         TO w-age-cal
           IF w-dow = 1 THEN
             MOVE 7                      TO w-dow
           ELSE
             SUBTRACT 1                  FROM w-dow
           END-IF
           IF w-dow <= 5 THEN
             PERFORM CHERCHE-FERIE
             IF w-jof-trouve-non THEN
               ADD 1                     TO w-ouvres
             END-IF
           END-IF
           .

       DECREMENTE-DATE.
           IF w-curs-jj > 1 THEN
             SUBTRACT 1                  FROM w-curs-jj
           ELSE
             IF w-curs-mm = 1 THEN
               SUBTRACT 1                FROM w-curs-aaaa
               MOVE 12                   TO w-curs-mm
               MOVE 31                   TO w-curs-jj
             ELSE
               SUBTRACT 1                FROM w-curs-mm
               PERFORM DERNIER-JOUR-MOIS
             END-IF
           END-IF
           .

       DERNIER-JOUR-MOIS.
           EVALUATE w-curs-mm
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31                   TO w-curs-jj
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30                   TO w-curs-jj
             WHEN 2
               DIVIDE w-curs-aaaa BY 4
                 GIVING w-div4 REMAINDER w-reste4
               IF w-reste4 = 0 THEN
                 MOVE 29                 TO w-curs-jj
               ELSE
                 MOVE 28                 TO w-curs-jj
               END-IF
           END-EVALUATE
           .

       CHERCHE-FERIE.
           SET w-jof-trouve-non          TO TRUE
           PERFORM CHERCHE-FERIE-ENT
             VARYING w-jof-i FROM 1 BY 1
             UNTIL w-jof-i > w-jof-nbr
                OR w-jof-trouve-oui
           .

       CHERCHE-FERIE-ENT.
           IF w-jof-ent (w-jof-i) = w-date-curs-x THEN
             SET w-jof-trouve-oui        TO TRUE
           END-IF
           .

       END PROGRAM TLMBPGM146.
