      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : NOTATION DU RISQUE DE CREDIT
      * NOM DU PROGRAMME : TLMBPGM104
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE CHARGEMENT DE LA
      *    TABLE TLMRSQ DEPUIS LE FICHIER NOTATION DE L'ASSUREUR-
      *    CREDIT, UN ENREGISTREMENT PAR ENTITE JURIDIQUE :
      *       - SIREN EN COL.1-9 ;
      *       - NOTE DE RISQUE EN COL.10-11, DE 01 (RISQUE FAIBLE) A
      *         10 (RISQUE TRES ELEVE) ;
      *       - PROCEDURE COLLECTIVE EN COURS 'O'/'N' EN COL.12 ;
      *       - DATE DE LA NOTATION (AAAAMMJJ) EN COL.13-20.
      *    UN SIREN DEJA NOTE VOIT SA NOTATION COURANTE PASSER EN
      *    NOTATION PRECEDENTE ; LA NOTATION EST DITE DEGRADEE SI LA
      *    NOTE MONTE, SI UNE PROCEDURE COLLECTIVE S'OUVRE, OU SI UNE
      *    PREMIERE NOTATION EST D'EMBLEE EN ALERTE (EDITION DES
      *    DEGRADATIONS TLMBPGM105). UNE NOTATION EST EN ALERTE QUAND
      *    LA NOTE ATTEINT LE SEUIL DE RISQUE ELEVE (FICHIER DE
      *    CONTROLE SEUIL FACULTATIF, 08 PAR DEFAUT) OU QU'UNE
      *    PROCEDURE COLLECTIVE EST EN COURS : L'OUVERTURE DE COMPTE
      *    FACTURATION EST ALORS RETENUE (TLMBPGM53) JUSQU'A L'ACCORD
      *    DU CREDIT MANAGER, ACCORD QU'UNE NOUVELLE DEGRADATION
      *    ANNULE. UN SIREN ABSENT DU FICHIER GARDE SA NOTATION.
      *    VALIDATION UNIQUE EN FIN DE FICHIER ; EN CAS D'ANOMALIE SQL
      *    RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM97).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM104.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200210.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de notation de l'assureur-credit (DD NOTATION)
           SELECT notation ASSIGN TO NOTATION
             FILE STATUS IS w-notation.
      *    Fichier de controle facultatif : seuil de risque eleve
           SELECT seuil    ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD notation RECORDING MODE F.
       01 f-not.
           05 f-not-siren                 PIC  X(09).
           05 f-not-note                  PIC  X(02).
           05 f-not-procol                PIC  X(01).
           05 f-not-dtnote                PIC  X(08).
           05 FILLER                      PIC  X(60).
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-note                PIC  X(02).
           05 FILLER                      PIC  X(78).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMRSQ
           EXEC SQL
             INCLUDE DCLRSQ
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-notation                     PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier NOTATION
       01 w-eof-not                      PIC   9.
           88 w-eof-not-oui                      VALUE 1.
           88 w-eof-not-non                      VALUE 0.
      *    Seuil de risque eleve : note a partir de laquelle la
      *    notation est en alerte
       01 w-seuil-note                   PIC   9(02) VALUE 08.
      *    Note lue, en numerique
       01 w-note                         PIC   9(02).
      *    Notation actuelle du SIREN en table, avant remplacement
       01 w-anc-note                     PIC  S9(02) COMP-3.
       01 w-anc-procol                   PIC   X(01).
       01 w-anc-dtnote                   PIC   X(08).
       01 w-anc-accord                   PIC   X(01).
       01 w-anc-accordpar                PIC   X(08).
      *    Forme editee de la note pour le journal
       01 w-note-aff                     PIC   Z9.
       01 w-anc-note-aff                 PIC   Z9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-cree                  PIC  S9(07) COMP-3.
           05 w-cpt-maj                   PIC  S9(07) COMP-3.
           05 w-cpt-inchange              PIC  S9(07) COMP-3.
           05 w-cpt-degrade               PIC  S9(07) COMP-3.
           05 w-cpt-alerte                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notations lues :                 '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-cree.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de SIREN notes pour la 1ere fois :  '.
           05 w-rap-cree-nbr              PIC   ZZZZZZ9.
       01 w-rap-maj.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notations remplacees :           '.
           05 w-rap-maj-nbr               PIC   ZZZZZZ9.
       01 w-rap-inchange.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notations deja connues :         '.
           05 w-rap-inchange-nbr          PIC   ZZZZZZ9.
       01 w-rap-degrade.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notations degradees :            '.
           05 w-rap-degrade-nbr           PIC   ZZZZZZ9.
       01 w-rap-alerte.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notations en alerte :            '.
           05 w-rap-alerte-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :        '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT NOTATION RISQUE CREDIT'
           PERFORM INIT
           PERFORM RAZ-DEGRADE
           PERFORM TRT-NOTATION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil facultatif et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT notation
           IF w-notation NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE NOTATION <' w-notation '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-note NUMERIC
                      AND f-seuil-note > '00'
                      AND f-seuil-note NOT > '10' THEN
                     MOVE f-seuil-note       TO w-seuil-note
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-cree
                                              w-cpt-maj w-cpt-inchange
                                              w-cpt-degrade
                                              w-cpt-alerte w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Les degradations signalees sont celles du dernier chargement
      * seulement : les marques du chargement precedent sont effacees.
      *****************************************************************
       RAZ-DEGRADE.
           EXEC SQL
             UPDATE TRAIN04.TLMRSQ
               SET DEGRADE = 'N'
               WHERE DEGRADE = 'O'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR RAZ DEGRADE TLMRSQ <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des notations, validation unique en fin de
      * fichier ; en cas d'anomalie SQL rien n'est valide.
      *****************************************************************
       TRT-NOTATION.
           SET w-eof-not-non                TO TRUE
           IF w-notation = '00' THEN
             PERFORM LEC-NOTATION
           ELSE
             SET w-eof-not-oui              TO TRUE
           END-IF
           PERFORM CHARGE-ENR               UNTIL w-eof-not-oui
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-cree w-cpt-maj
                                              w-cpt-degrade
                                              w-cpt-alerte
             MOVE 'Chargement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-NOTATION.
           READ notation
             AT END     SET w-eof-not-oui  TO TRUE
             NOT AT END SET w-eof-not-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'une notation : SIREN numerique, note de 01 a 10,
      * indicateur de procedure collective 'O'/'N', date numerique.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-not-procol               TO tlmrsq-procol
           EVALUATE TRUE
             WHEN f-not-siren NOT NUMERIC
               MOVE 'SIREN invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-not-note NOT NUMERIC
               MOVE 'note invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-not-note = '00' OR f-not-note > '10'
               MOVE 'note hors echelle'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT TLMRSQ-PROCOL-VALIDE
               MOVE 'procedure invalide'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-not-dtnote NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM CHARGE-NOTATION
           END-EVALUATE
           PERFORM LEC-NOTATION
           .

      *****************************************************************
      * Chargement d'une notation valide : calcul de l'alerte, puis
      * creation ou remplacement selon que le SIREN est deja note.
      *****************************************************************
       CHARGE-NOTATION.
           MOVE f-not-siren                TO tlmrsq-siren
           MOVE f-not-note                 TO w-note
           MOVE w-note                     TO tlmrsq-note
           MOVE f-not-dtnote               TO tlmrsq-dtnote
           IF w-note NOT < w-seuil-note OR TLMRSQ-PROCOL-OUI THEN
             MOVE 'O'                      TO tlmrsq-alerte
           ELSE
             MOVE 'N'                      TO tlmrsq-alerte
           END-IF
           EXEC SQL
             SELECT NOTE, PROCOL, DTNOTE, ACCORD, ACCORDPAR
               INTO :w-anc-note, :w-anc-procol, :w-anc-dtnote,
                    :w-anc-accord, :w-anc-accordpar
               FROM TRAIN04.TLMRSQ
               WHERE SIREN = :tlmrsq-siren
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM REMPLACE-NOTATION
             WHEN 100
               PERFORM CREE-NOTATION
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMRSQ <' tlmrsq-siren
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Premiere notation du SIREN : degradee d'emblee si en alerte.
      *****************************************************************
       CREE-NOTATION.
           MOVE tlmrsq-alerte              TO tlmrsq-degrade
           MOVE 0                          TO w-anc-note
           EXEC SQL
             INSERT INTO TRAIN04.TLMRSQ (
                 SIREN, NOTE, PROCOL, DTNOTE, ALERTE,
                 NOTEPREC, PROCOLPREC, DTNOTEPREC, DEGRADE,
                 DTCHARGE, ACCORD, ACCORDPAR, DTACCORD)
               VALUES (
                 :tlmrsq-siren, :tlmrsq-note, :tlmrsq-procol,
                 :tlmrsq-dtnote, :tlmrsq-alerte,
                 0, ' ', ' ', :tlmrsq-degrade,
                 CURRENT TIMESTAMP, ' ', ' ', CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-cree
             PERFORM COMPTE-NOTATION
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMRSQ <' tlmrsq-siren
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * SIREN deja note : une notation identique (meme date, meme
      * note, meme procedure) n'est pas reprise, pour ne pas ecraser
      * la notation precedente par elle-meme. Sinon la notation
      * actuelle devient la precedente ; une degradation efface
      * l'accord du credit manager.
      *****************************************************************
       REMPLACE-NOTATION.
           IF w-anc-dtnote = tlmrsq-dtnote
              AND w-anc-note = tlmrsq-note
              AND w-anc-procol = tlmrsq-procol THEN
             ADD 1                         TO w-cpt-inchange
           ELSE
             IF tlmrsq-note > w-anc-note
                OR (TLMRSQ-PROCOL-OUI AND w-anc-procol NOT = 'O') THEN
               MOVE 'O'                    TO tlmrsq-degrade
               MOVE ' '                    TO tlmrsq-accord
               MOVE ' '                    TO tlmrsq-accordpar
             ELSE
               MOVE 'N'                    TO tlmrsq-degrade
               MOVE w-anc-accord           TO tlmrsq-accord
               MOVE w-anc-accordpar        TO tlmrsq-accordpar
             END-IF
             EXEC SQL
               UPDATE TRAIN04.TLMRSQ
                 SET NOTEPREC   = NOTE,
                     PROCOLPREC = PROCOL,
                     DTNOTEPREC = DTNOTE,
                     NOTE       = :tlmrsq-note,
                     PROCOL     = :tlmrsq-procol,
                     DTNOTE     = :tlmrsq-dtnote,
                     ALERTE     = :tlmrsq-alerte,
                     DEGRADE    = :tlmrsq-degrade,
                     DTCHARGE   = CURRENT TIMESTAMP,
                     ACCORD     = :tlmrsq-accord,
                     ACCORDPAR  = :tlmrsq-accordpar
                 WHERE SIREN = :tlmrsq-siren
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-maj
               PERFORM COMPTE-NOTATION
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR UPDATE TLMRSQ <' tlmrsq-siren
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Compteurs d'alerte et de degradation ; chaque degradation est
      * tracee au journal (ancienne et nouvelle note).
      *****************************************************************
       COMPTE-NOTATION.
           IF TLMRSQ-ALERTE-OUI THEN
             ADD 1                         TO w-cpt-alerte
           END-IF
           IF TLMRSQ-DEGRADE-OUI THEN
             ADD 1                         TO w-cpt-degrade
             MOVE w-note                   TO w-note-aff
             MOVE w-anc-note               TO w-anc-note-aff
             STRING
               'Degradation <'             DELIMITED SIZE
               tlmrsq-siren                DELIMITED SIZE
               '> note '                   DELIMITED SIZE
               w-anc-note-aff              DELIMITED SIZE
               ' -> '                      DELIMITED SIZE
               w-note-aff                  DELIMITED SIZE
               ' procedure collective '    DELIMITED SIZE
               tlmrsq-procol               DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-not (1 : 20)             TO w-enr-log (8 : 20)
           MOVE '>'                        TO w-enr-log (28 : 1)
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
           MOVE '|     CHARGEMENT NOTATION RISQUE DE CREDIT       |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ------------------------------------       |'
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
           MOVE w-cpt-cree             TO w-rap-cree-nbr
           MOVE w-rap-cree             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-maj              TO w-rap-maj-nbr
           MOVE w-rap-maj              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-inchange         TO w-rap-inchange-nbr
           MOVE w-rap-inchange         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-degrade          TO w-rap-degrade-nbr
           MOVE w-rap-degrade          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-alerte           TO w-rap-alerte-nbr
           MOVE w-rap-alerte           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE notation
           IF w-notation NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE NOTATION <' w-notation '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM104.
