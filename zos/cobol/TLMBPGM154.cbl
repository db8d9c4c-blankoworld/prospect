      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : JOURNAL DES CONSENTEMENTS
      * NOM DU PROGRAMME : TLMBPGM154
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DES
      *    CONSENTEMENTS RECUEILLIS HORS DOUBLE OPT-IN (FORMULAIRES
      *    WEB, BULLETINS DE SALON, PLATEFORME DE GESTION DES
      *    CONSENTEMENTS), FORMAT TLMCCNS1 : CHAQUE ACCORD OU RETRAIT
      *    EST JOURNALISE DANS TLMCNS AVEC SA PREUVE ET SA DATE.
      *    LA PORTEE 'PAR' (TRANSMISSION AUX PARTENAIRES DE
      *    CO-MARKETING) CONDITIONNE LES FLUX PARTENAIRES TLMBPGM155.
      *    LA PORTEE 'MEL' RESTE RESERVEE AU DOUBLE OPT-IN
      *    (TLMBPGM149) : UN ACCORD COURRIEL SANS CLIC DE
      *    CONFIRMATION NE VAUT RIEN.
      *    SONT ECARTES : LES LIGNES SANS CONTACT, A LA PORTEE OU AU
      *    SENS INVALIDE, LES ACCORDS SANS PREUVE, LES DATES
      *    INVALIDES OU FUTURES, LES CONTACTS INCONNUS, ET LES
      *    EVENEMENTS ANTERIEURS AU DERNIER EVENEMENT DEJA JOURNALISE
      *    POUR LA PORTEE (LE CONSENTEMENT EN VIGUEUR EST LE DERNIER
      *    ENREGISTRE : UN EVENEMENT EN RETARD NE DOIT PAS L'ECRASER).
      *    UN EVENEMENT DEJA JOURNALISE (FICHIER RECHARGE) EST COMPTE
      *    SANS ETRE RECHARGE.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM149).
      *    RC 4 : LIGNE(S) ECARTEE(S) ; RC 16 : RIEN DE VALIDE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM154.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20201012.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des consentements recueillis (DD CONSENT)
           SELECT consent  ASSIGN TO CONSENT
             FILE STATUS IS w-consent.
      *    Fichier de journalisation (compte-rendu et rejets)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD consent RECORDING MODE F.
       COPY TLMCCNS1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMCNS
           EXEC SQL
             INCLUDE DCLCNS
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-consent                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier CONSENT
       01 w-eof-cns                      PIC   9.
           88 w-eof-cns-oui                      VALUE 1.
           88 w-eof-cns-non                      VALUE 0.
      *    Date et heure du jour, date et heure d'evenement par defaut
       01 w-date-jour                    PIC   X(08).
       01 w-heure-jour                   PIC   X(08).
      *    Date et heure de l'evenement lues et leurs composants, pour
      *    le controle
       01 w-dtevt                        PIC   X(14).
       01 FILLER REDEFINES w-dtevt.
           05 w-evt-date                 PIC   X(08).
           05 FILLER REDEFINES w-evt-date.
              10 w-evt-aaaa              PIC   9(04).
              10 w-evt-mm                PIC   9(02).
              10 w-evt-jj                PIC   9(02).
           05 w-evt-hh                   PIC   9(02).
           05 w-evt-mi                   PIC   9(02).
           05 w-evt-ss                   PIC   9(02).
      *    Horodatage DB2 de l'evenement (AAAA-MM-JJ-HH.MM.SS.000000)
       01 w-ts-evt                       PIC   X(26).
      *    Dernier evenement deja journalise pour le contact et la
      *    portee (espace = aucun)
       01 w-ts-dernier                   PIC   X(26).
      *    Nombre de lignes trouvees (contact connu, evenement deja
      *    journalise)
       01 w-nbr                          PIC  S9(09) COMP.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-acc                   PIC  S9(07) COMP-3.
           05 w-cpt-ret                   PIC  S9(07) COMP-3.
           05 w-cpt-deja                  PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de consentements lus :              '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-acc.
           05 FILLER                     PIC   X(43) VALUE
                'Accords journalises :                      '.
           05 w-rap-acc-nbr               PIC   ZZZZZZ9.
       01 w-rap-ret.
           05 FILLER                     PIC   X(43) VALUE
                'Retraits journalises :                     '.
           05 w-rap-ret-nbr               PIC   ZZZZZZ9.
       01 w-rap-deja.
           05 FILLER                     PIC   X(43) VALUE
                'Evenements deja journalises (ignores) :    '.
           05 w-rap-deja-nbr              PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Consentements ecartes :                    '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES CONSENTEMENTS'
           PERFORM INIT
           PERFORM TRT-CONSENT
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
           OPEN INPUT consent
           IF w-consent NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CONSENT <' w-consent '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-acc
                                              w-cpt-ret w-cpt-deja
                                              w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des consentements.
      *****************************************************************
       TRT-CONSENT.
           SET w-eof-cns-non                TO TRUE
           IF w-consent = '00' THEN
             PERFORM LEC-CONSENT
           ELSE
             SET w-eof-cns-oui              TO TRUE
           END-IF
           PERFORM TRT-CNS-ENR              UNTIL w-eof-cns-oui
           .

       LEC-CONSENT.
           READ consent
             AT END     SET w-eof-cns-oui  TO TRUE
             NOT AT END SET w-eof-cns-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un consentement : contact, portee chargeable, sens,
      * preuve d'un accord, date et heure valides et non futures
      * (espace = heure du chargement).
      *****************************************************************
       TRT-CNS-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-cns-dtevt = SPACES THEN
             MOVE w-date-jour              TO w-dtevt (1 : 8)
             MOVE w-heure-jour (1 : 6)     TO w-dtevt (9 : 6)
           ELSE
             MOVE f-cns-dtevt              TO w-dtevt
           END-IF
           MOVE f-cns-portee               TO tlmcns-portee
           MOVE f-cns-sens                 TO tlmcns-sens
           EVALUATE TRUE
             WHEN f-cns-conid = SPACES
               MOVE 'contact absent'       TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT tlmcns-portee-valide
               MOVE 'portee invalide'      TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN tlmcns-portee-mel
               MOVE 'portee reservee'      TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT tlmcns-sens-accorde AND NOT tlmcns-sens-retire
               MOVE 'sens invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN tlmcns-sens-accorde AND f-cns-preuve = SPACES
               MOVE 'preuve absente'       TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-dtevt NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN w-evt-mm < 1 OR w-evt-mm > 12
               OR w-evt-jj < 1 OR w-evt-jj > 31
               OR w-evt-hh > 23 OR w-evt-mi > 59 OR w-evt-ss > 59
               OR w-evt-date > w-date-jour
               MOVE 'date invalide'        TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM LIT-CONTACT
           END-EVALUATE
           PERFORM LEC-CONSENT
           .

      *****************************************************************
      * Le contact doit exister (quel que soit son statut : un retrait
      * sur un contact archive reste a journaliser).
      *****************************************************************
       LIT-CONTACT.
           MOVE f-cns-conid                TO tlmcns-conid
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nbr
               FROM TRAIN04.TLMCON
               WHERE ID = :tlmcns-conid
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMCON <' tlmcns-conid
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             WHEN w-nbr = 0
               MOVE 'contact inconnu'      TO w-enr-log (60 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM LIT-DERNIER
           END-EVALUATE
           .

      *****************************************************************
      * Dernier evenement deja journalise pour le contact et la
      * portee : le meme evenement est ignore, un evenement anterieur
      * est ecarte.
      *****************************************************************
       LIT-DERNIER.
           STRING
             w-dtevt (1 : 4)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtevt (5 : 2)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtevt (7 : 2)               DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-dtevt (9 : 2)               DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtevt (11 : 2)              DELIMITED SIZE
             '.'                           DELIMITED SIZE
             w-dtevt (13 : 2)              DELIMITED SIZE
             '.000000'                     DELIMITED SIZE
             INTO w-ts-evt
           END-STRING
           MOVE w-ts-evt                   TO tlmcns-dtevt
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nbr
               FROM TRAIN04.TLMCNS
               WHERE CONID  = :tlmcns-conid
                 AND PORTEE = :tlmcns-portee
                 AND SENS   = :tlmcns-sens
                 AND DTEVT  = :tlmcns-dtevt
           END-EXEC
           IF SQLCODE = 0 AND w-nbr > 0 THEN
             ADD 1                         TO w-cpt-deja
           ELSE
             MOVE SPACES                   TO w-ts-dernier
             EXEC SQL
               SELECT CHAR(DTEVT)
                 INTO :w-ts-dernier
                 FROM TRAIN04.TLMCNS
                 WHERE CONID  = :tlmcns-conid
                   AND PORTEE = :tlmcns-portee
                 ORDER BY DTENR DESC
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE NOT = 0 AND SQLCODE NOT = 100
                 ADD 1                     TO w-cpt-rejet
                 DISPLAY 'MET-ERR SELECT TLMCNS <' tlmcns-conid
                         '> SQLCODE <' SQLCODE '>'
                 MOVE 16                   TO RETURN-CODE
               WHEN w-ts-dernier NOT = SPACES
                AND w-ts-dernier > w-ts-evt
                 MOVE 'evenement depasse'  TO w-enr-log (60 : 20)
                 PERFORM REJETTE-ENR
               WHEN OTHER
                 PERFORM JOURNALISE-CONSENT
             END-EVALUATE
           END-IF
           .

       JOURNALISE-CONSENT.
           MOVE SPACES                     TO tlmcns-valeur
           MOVE f-cns-preuve               TO tlmcns-preuve
           MOVE 'TLMBPGM154'               TO tlmcns-origine
           EXEC SQL
             INSERT INTO TRAIN04.TLMCNS
               (CONID, PORTEE, SENS, VALEUR, PREUVE, ORIGINE, DTEVT,
                DTENR)
             VALUES
               (:tlmcns-conid, :tlmcns-portee, :tlmcns-sens,
                :tlmcns-valeur, :tlmcns-preuve, :tlmcns-origine,
                :tlmcns-dtevt, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMCNS <' tlmcns-conid
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             WHEN tlmcns-sens-accorde
               ADD 1                       TO w-cpt-acc
             WHEN OTHER
               ADD 1                       TO w-cpt-ret
           END-EVALUATE
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
             MOVE 0                        TO w-cpt-acc w-cpt-ret
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'un consentement : image de l'enregistrement et motif
      * (pose par l'appelant en col.60) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-cns (1 : 50)             TO w-enr-log (8 : 50)
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
           MOVE '|     CHARGEMENT DES CONSENTEMENTS RECUEILLIS    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ---------------------------------------    |'
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
           MOVE w-cpt-acc              TO w-rap-acc-nbr
           MOVE w-rap-acc              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ret              TO w-rap-ret-nbr
           MOVE w-rap-ret              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deja             TO w-rap-deja-nbr
           MOVE w-rap-deja             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE consent
           IF w-consent NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CONSENT <' w-consent '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM154.
