      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CONFIRMATION DES ADRESSES ELECTRONIQUES
      * NOM DU PROGRAMME : TLMBPGM149
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DU FICHIER
      *    DES CONFIRMATIONS RENVOYE PAR LA PLATEFORME DE COURRIEL
      *    (FORMAT TLMCDOI2), REPONSE AUX DEMANDES EMISES PAR
      *    TLMBPGM148 (DOUBLE OPT-IN) : L'ADRESSE DONT LE JETON EST
      *    CONFIRME PASSE A CONFIRMEE DANS TLMDOI ET REDEVIENT
      *    ROUTABLE EN CAMPAGNE COURRIEL ; L'ACCORD EST JOURNALISE
      *    DANS TLMCNS (PORTEE 'MEL', PREUVE = JETON, DATE DU CLIC).
      *    SONT ECARTES : LES LIGNES SANS JETON OU A LA DATE
      *    INVALIDE, LES JETONS INCONNUS (ADRESSE RESAISIE DEPUIS,
      *    JETON RENOUVELE) ET LES DEMANDES DEJA EXPIREES (LE CONTACT
      *    DOIT ETRE RESAISI). UN JETON DEJA CONFIRME (CLIC REPETE,
      *    FICHIER RECHARGE) EST COMPTE SANS ETRE RECHARGE.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM126).
      *    RC 4 : LIGNE(S) ECARTEE(S) ; RC 16 : RIEN DE VALIDE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM149.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200914.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des confirmations de la plateforme (DD CONFIRM)
           SELECT confirm  ASSIGN TO CONFIRM
             FILE STATUS IS w-confirm.
      *    Fichier de journalisation (compte-rendu et rejets)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD confirm RECORDING MODE F.
       COPY TLMCDOI2 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMDOI
           EXEC SQL
             INCLUDE DCLDOI
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMCNS
           EXEC SQL
             INCLUDE DCLCNS
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-confirm                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier CONFIRM
       01 w-eof-dcf                      PIC   9.
           88 w-eof-dcf-oui                      VALUE 1.
           88 w-eof-dcf-non                      VALUE 0.
      *    Date et heure du jour, date et heure de clic par defaut
       01 w-date-jour                    PIC   X(08).
       01 w-heure-jour                   PIC   X(08).
      *    Date et heure du clic lues et leurs composants, pour le
      *    controle
       01 w-dtconf                       PIC   X(14).
       01 FILLER REDEFINES w-dtconf.
           05 w-conf-date                PIC   X(08).
           05 FILLER REDEFINES w-conf-date.
              10 w-conf-aaaa             PIC   9(04).
              10 w-conf-mm               PIC   9(02).
              10 w-conf-jj               PIC   9(02).
           05 w-conf-hh                  PIC   9(02).
           05 w-conf-mi                  PIC   9(02).
           05 w-conf-ss                  PIC   9(02).
      *    Horodatage DB2 du clic (AAAA-MM-JJ-HH.MM.SS.000000)
       01 w-ts-conf                      PIC   X(26).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-conf                  PIC  S9(07) COMP-3.
           05 w-cpt-deja                  PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de confirmations lues :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-conf.
           05 FILLER                     PIC   X(43) VALUE
                'Adresses confirmees :                      '.
           05 w-rap-conf-nbr              PIC   ZZZZZZ9.
       01 w-rap-deja.
           05 FILLER                     PIC   X(43) VALUE
                'Jetons deja confirmes (ignores) :          '.
           05 w-rap-deja-nbr              PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Confirmations ecartees :                   '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES CONFIRMATIONS D''ADRESSE MEL'
           PERFORM INIT
           PERFORM TRT-CONFIRM
           PERFORM VALIDATION
           PERFORM FIN
      *    Code retour : 16 = rien de valide, 4 = lignes ecartees
           IF RETURN-CODE = 0 AND w-cpt-rejet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           ACCEPT w-heure-jour             FROM TIME
           OPEN INPUT confirm
           IF w-confirm NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CONFIRM <' w-confirm '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-conf
                                              w-cpt-deja w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des confirmations.
      *****************************************************************
       TRT-CONFIRM.
           SET w-eof-dcf-non                TO TRUE
           IF w-confirm = '00' THEN
             PERFORM LEC-CONFIRM
           ELSE
             SET w-eof-dcf-oui              TO TRUE
           END-IF
           PERFORM TRT-DCF-ENR              UNTIL w-eof-dcf-oui
           .

       LEC-CONFIRM.
           READ confirm
             AT END     SET w-eof-dcf-oui  TO TRUE
             NOT AT END SET w-eof-dcf-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'une confirmation : jeton present, date et heure
      * valides (espace = heure du chargement), jeton connu.
      *****************************************************************
       TRT-DCF-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-dcf-dtconf = SPACES THEN
             MOVE w-date-jour              TO w-dtconf (1 : 8)
             MOVE w-heure-jour (1 : 6)     TO w-dtconf (9 : 6)
           ELSE
             MOVE f-dcf-dtconf             TO w-dtconf
           END-IF
           EVALUATE TRUE
             WHEN f-dcf-jeton = SPACES
               MOVE 'jeton absent'         TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-dtconf NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-conf-mm < 1 OR w-conf-mm > 12
               OR w-conf-jj < 1 OR w-conf-jj > 31
               OR w-conf-hh > 23 OR w-conf-mi > 59 OR w-conf-ss > 59
               OR w-conf-date > w-date-jour
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM LIT-DEMANDE
           END-EVALUATE
           PERFORM LEC-CONFIRM
           .

       LIT-DEMANDE.
           MOVE f-dcf-jeton                TO tlmdoi-jeton
           EXEC SQL
             SELECT CONID, CANAL, VALEUR, STATUT
               INTO :tlmdoi-conid, :tlmdoi-canal, :tlmdoi-valeur,
                    :tlmdoi-statut
               FROM TRAIN04.TLMDOI
               WHERE JETON = :tlmdoi-jeton
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN tlmdoi-statut-confirme
                   ADD 1                   TO w-cpt-deja
                 WHEN tlmdoi-statut-expire
                   MOVE 'demande expiree'  TO w-enr-log (60 : 20)
                   PERFORM REJETTE-ENR
                 WHEN OTHER
                   PERFORM CHARGE-CONFIRM
               END-EVALUATE
             WHEN 100
               MOVE 'jeton inconnu'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMDOI <' tlmdoi-jeton
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Confirmation chargee : l'adresse passe a confirmee (DTSTAT =
      * date du clic) et l'accord est journalise dans TLMCNS.
      *****************************************************************
       CHARGE-CONFIRM.
           MOVE w-conf-date                TO tlmdoi-dtstat
           EXEC SQL
             UPDATE TRAIN04.TLMDOI
               SET STATUT = 'C',
                   DTSTAT = :tlmdoi-dtstat
               WHERE JETON  = :tlmdoi-jeton
                 AND STATUT = 'A'
           END-EXEC
           IF SQLCODE = 0 THEN
             PERFORM JOURNALISE-ACCORD
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR UPDATE TLMDOI <' tlmdoi-jeton
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

       JOURNALISE-ACCORD.
           STRING
             w-dtconf (1 : 4)              DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtconf (5 : 2)              DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtconf (7 : 2)              DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtconf (9 : 2)              DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtconf (11 : 2)             DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtconf (13 : 2)             DELIMITED SIZE
             '.000000'                     DELIMITED SIZE
             INTO w-ts-conf
           END-STRING
           MOVE tlmdoi-conid               TO tlmcns-conid
           SET tlmcns-portee-mel           TO TRUE
           SET tlmcns-sens-accorde         TO TRUE
           MOVE tlmdoi-valeur              TO tlmcns-valeur
           MOVE tlmdoi-jeton               TO tlmcns-preuve
           MOVE 'TLMBPGM149'               TO tlmcns-origine
           MOVE w-ts-conf                  TO tlmcns-dtevt
           EXEC SQL
             INSERT INTO TRAIN04.TLMCNS
               (CONID, PORTEE, SENS, VALEUR, PREUVE, ORIGINE, DTEVT,
                DTENR)
             VALUES
               (:tlmcns-conid, :tlmcns-portee, :tlmcns-sens,
                :tlmcns-valeur, :tlmcns-preuve, :tlmcns-origine,
                :tlmcns-dtevt, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-conf
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMCNS <' tlmcns-conid
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Validation unique : en cas d'anomalie SQL rien n'est valide.
      *****************************************************************
       VALIDATION.
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-conf
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'une confirmation : image de l'enregistrement et motif
      * (pose par l'appelant en col.60) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-dcf (1 : 50)             TO w-enr-log (8 : 50)
           MOVE '>'                        TO w-enr-log (58 : 1)
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
           MOVE '| CONFIRMATIONS DES ADRESSES MEL (DOUBLE OPT-IN) |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '| ---------------------------------------------- |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture des fichiers
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
           MOVE w-cpt-conf             TO w-rap-conf-nbr
           MOVE w-rap-conf             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deja             TO w-rap-deja-nbr
           MOVE w-rap-deja             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE confirm
           IF w-confirm NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CONFIRM <' w-confirm '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM149.
