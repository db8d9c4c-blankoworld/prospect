      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SATISFACTION CLIENT (NPS)
      * NOM DU PROGRAMME : TLMBPGM126
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DU FICHIER
      *    RETOUR DU PRESTATAIRE D'ENQUETES (FORMAT TLMCNPR1), REPONSE
      *    AUX ENQUETES EMISES PAR TLMBPGM125 : LA NOTE DE
      *    RECOMMANDATION (0 A 10) ET LE COMMENTAIRE SONT PORTES SUR
      *    L'ENQUETE DU CONTACT (TLMNPS), QUI PASSE A REPONDUE.
      *    SONT ECARTEES : LES LIGNES SANS IDENTIFIANT, A LA NOTE OU A
      *    LA DATE INVALIDE, LES ENQUETES INCONNUES OU ADRESSEES A UN
      *    AUTRE CONTACT, NON ENVOYEES OU DEJA REPONDUES (LA PREMIERE
      *    REPONSE FAIT FOI).
      *    UNE NOTE DE 0 A 6 (DETRACTEUR) EST LISTEE AU COMPTE-RENDU
      *    AVEC LE CHARGE DE COMPTE ; ELLE FIGURE DES LE LENDEMAIN
      *    MATIN A RAPPELER SUR SA FEUILLE DE ROUTE (TLMBPGM87).
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM106).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM126.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200615.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier retour du prestataire d'enquetes (DD RETNPS)
           SELECT retnps   ASSIGN TO RETNPS
             FILE STATUS IS w-retnps.
      *    Fichier de journalisation (compte-rendu et detracteurs)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD retnps RECORDING MODE F.
       COPY TLMCNPR1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMNPS
           EXEC SQL
             INCLUDE DCLNPS
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-retnps                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier RETNPS
       01 w-eof-ret                      PIC   9.
           88 w-eof-ret-oui                      VALUE 1.
           88 w-eof-ret-non                      VALUE 0.
      *    Date du jour (AAAAMMJJ), date de reponse par defaut
       01 w-date-jour                    PIC   X(08).
      *    Date de reponse lue et ses composants, pour le controle
       01 w-date-rep                     PIC   X(08).
       01 FILLER REDEFINES w-date-rep.
           05 w-rep-aaaa                 PIC   9(04).
           05 w-rep-mm                   PIC   9(02).
           05 w-rep-jj                   PIC   9(02).
      *    Contact auquel l'enquete a ete adressee
       01 w-nps-conid                    PIC   X(06).
      *    Note affichable
       01 w-note-aff                     PIC   Z9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-rep                   PIC  S9(07) COMP-3.
           05 w-cpt-promo                 PIC  S9(07) COMP-3.
           05 w-cpt-passif                PIC  S9(07) COMP-3.
           05 w-cpt-detrac                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de reponses lues :                  '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-rep.
           05 FILLER                     PIC   X(43) VALUE
                'Reponses chargees :                        '.
           05 w-rap-rep-nbr               PIC   ZZZZZZ9.
       01 w-rap-promo.
           05 FILLER                     PIC   X(43) VALUE
                '   dont promoteurs (9-10) :                '.
           05 w-rap-promo-nbr             PIC   ZZZZZZ9.
       01 w-rap-passif.
           05 FILLER                     PIC   X(43) VALUE
                '   dont passifs (7-8) :                    '.
           05 w-rap-passif-nbr            PIC   ZZZZZZ9.
       01 w-rap-detrac.
           05 FILLER                     PIC   X(43) VALUE
                '   dont detracteurs (0-6), a rappeler :    '.
           05 w-rap-detrac-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Reponses ecartees :                        '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, RETOUR DES ENQUETES DE SATISFACTION'
           PERFORM INIT
           PERFORM TRT-RETOUR
           PERFORM VALIDATION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT retnps
           IF w-retnps NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE RETNPS <' w-retnps '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-rep
                                              w-cpt-promo w-cpt-passif
                                              w-cpt-detrac w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier retour du prestataire.
      *****************************************************************
       TRT-RETOUR.
           SET w-eof-ret-non                TO TRUE
           IF w-retnps = '00' THEN
             PERFORM LEC-RETOUR
           ELSE
             SET w-eof-ret-oui              TO TRUE
           END-IF
           PERFORM TRT-RET-ENR              UNTIL w-eof-ret-oui
           .

       LEC-RETOUR.
           READ retnps
             AT END     SET w-eof-ret-oui  TO TRUE
             NOT AT END SET w-eof-ret-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'une reponse : identifiants presents, note de 00 a
      * 10, date valide (espace = date du jour), enquete connue.
      *****************************************************************
       TRT-RET-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-npr-dtrep = SPACES THEN
             MOVE w-date-jour              TO w-date-rep
           ELSE
             MOVE f-npr-dtrep              TO w-date-rep
           END-IF
           EVALUATE TRUE
             WHEN f-npr-pro-id = SPACES OR f-npr-con-id = SPACES
               MOVE 'identifiant absent'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-npr-note NOT NUMERIC
               MOVE 'note invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-npr-note-num > 10
               MOVE 'note invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-date-rep NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-rep-mm < 1 OR w-rep-mm > 12
               OR w-rep-jj < 1 OR w-rep-jj > 31
               OR w-date-rep > w-date-jour
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM LIT-ENQUETE
           END-EVALUATE
           PERFORM LEC-RETOUR
           .

       LIT-ENQUETE.
           MOVE f-npr-pro-id               TO tlmnps-proid
           EXEC SQL
             SELECT CONID, COMMERCIAL, STATUT
               INTO :w-nps-conid, :tlmnps-commercial, :tlmnps-statut
               FROM TRAIN04.TLMNPS
               WHERE PROID = :tlmnps-proid
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN w-nps-conid NOT = f-npr-con-id
                   MOVE 'autre contact'    TO w-enr-log (40 : 20)
                   PERFORM REJETTE-ENR
                 WHEN tlmnps-statut-non-envoyee
                   MOVE 'enquete non envoyee'
                                           TO w-enr-log (40 : 20)
                   PERFORM REJETTE-ENR
                 WHEN tlmnps-statut-repondue
                   MOVE 'deja repondue'    TO w-enr-log (40 : 20)
                   PERFORM REJETTE-ENR
                 WHEN OTHER
                   PERFORM CHARGE-REPONSE
               END-EVALUATE
             WHEN 100
               MOVE 'enquete inconnue'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMNPS <' tlmnps-proid
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Reponse chargee : note, commentaire et date portes sur
      * l'enquete, qui passe a repondue (DTMAJ = heure du chargement,
      * depart du rappel d'un detracteur).
      *****************************************************************
       CHARGE-REPONSE.
           MOVE f-npr-note-num             TO tlmnps-note
           MOVE f-npr-commentaire          TO tlmnps-commentaire
           MOVE w-date-rep                 TO tlmnps-dtrep
           EXEC SQL
             UPDATE TRAIN04.TLMNPS
               SET STATUT      = 'R',
                   NOTE        = :tlmnps-note,
                   COMMENTAIRE = :tlmnps-commentaire,
                   DTREP       = :tlmnps-dtrep,
                   DTMAJ       = CURRENT TIMESTAMP
               WHERE PROID  = :tlmnps-proid
                 AND STATUT = 'E'
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-rep
             EVALUATE TRUE
               WHEN tlmnps-note >= 9
                 ADD 1                     TO w-cpt-promo
               WHEN tlmnps-note >= 7
                 ADD 1                     TO w-cpt-passif
               WHEN OTHER
                 ADD 1                     TO w-cpt-detrac
                 PERFORM SIGNALE-DETRACTEUR
             END-EVALUATE
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR UPDATE TLMNPS <' tlmnps-proid
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Detracteur : client, contact, charge de compte et note au
      * journal, suivis du debut du commentaire.
      *****************************************************************
       SIGNALE-DETRACTEUR.
           MOVE tlmnps-note                TO w-note-aff
           STRING
             'DETRACTEUR <'                DELIMITED SIZE
             tlmnps-proid                  DELIMITED SIZE
             '> contact <'                 DELIMITED SIZE
             f-npr-con-id                  DELIMITED SIZE
             '> commercial <'              DELIMITED SIZE
             tlmnps-commercial             DELIMITED SIZE
             '> note '                     DELIMITED SIZE
             w-note-aff                    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF f-npr-commentaire NOT = SPACES THEN
             STRING
               '      '                    DELIMITED SIZE
               f-npr-commentaire (1 : 74)  DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
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
             MOVE 0                        TO w-cpt-rep
                                              w-cpt-promo
                                              w-cpt-passif
                                              w-cpt-detrac
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'une reponse : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-npr (1 : 22)             TO w-enr-log (8 : 22)
           MOVE '>'                        TO w-enr-log (30 : 1)
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
           MOVE '|     RETOUR DES ENQUETES DE SATISFACTION (NPS)  |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -----------------------------------------  |'
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
           MOVE w-cpt-rep              TO w-rap-rep-nbr
           MOVE w-rap-rep              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-promo            TO w-rap-promo-nbr
           MOVE w-rap-promo            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-passif           TO w-rap-passif-nbr
           MOVE w-rap-passif           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-detrac           TO w-rap-detrac-nbr
           MOVE w-rap-detrac           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE retnps
           IF w-retnps NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE RETNPS <' w-retnps '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM126.
