      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : EVENEMENTS COMMERCIAUX (SALONS)
      * NOM DU PROGRAMME : TLMBPGM111
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DES
      *    INSCRIPTIONS ET DES PRESENCES RENVOYEES PAR L'ORGANISATEUR
      *    D'UN EVENEMENT (FICHIER PRESENCE, FORMAT TLMCEVP1) DANS LA
      *    LISTE DE L'EVENEMENT TLMEVP :
      *       - 'I' MARQUE LE CONTACT INSCRIT ;
      *       - 'P' LE MARQUE PRESENT (ET DONC INSCRIT).
      *    UN CONTACT ABSENT DE LA LISTE (VENU SANS INVITATION) Y EST
      *    AJOUTE COMME NON INVITE, AVEC LE STADE DE SON PROSPECT A CE
      *    JOUR. LES LIGNES PORTANT UN EVENEMENT OU UN CONTACT INCONNU
      *    (OU INACTIF) SONT JOURNALISEES ET ECARTEES SANS ARRETER LE
      *    TRAITEMENT. RELANCER LE MEME FICHIER EST SANS EFFET.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM111.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200309.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Inscriptions et presences (COPY TLMCEVP1)
           SELECT presfic ASSIGN TO PRESENCE
             FILE STATUS IS w-presfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD presfic RECORDING MODE F.
       COPY TLMCEVP1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMEVP
           EXEC SQL
             INCLUDE DCLEVP
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-presfic                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier PRESENCE
       01 w-eof-pre                      PIC   9.
           88 w-eof-pre-oui                      VALUE 1.
           88 w-eof-pre-non                      VALUE 0.
      *    Ligne courante conforme ?
       01 w-ligne-valide                 PIC   9.
           88 w-ligne-valide-oui                 VALUE 1.
           88 w-ligne-valide-non                 VALUE 0.
      *    Motif de rejet de la ligne courante
       77 w-rejet-motif                  PIC   X(40).
      *    Dernier evenement verifie (le fichier porte en general un
      *    seul evenement : une lecture TLMEVT par changement)
       77 w-evt-verifie                  PIC   X(06) VALUE SPACES.
       77 w-nb                           PIC  S9(07) COMP-3.
      *    Valeurs posees sur la ligne TLMEVP
       77 w-inscrit                      PIC   X(01).
       77 w-present                      PIC   X(01).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-ins                   PIC  S9(07) COMP-3.
           05 w-cpt-pre                   PIC  S9(07) COMP-3.
           05 w-cpt-noninv                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes lues :                    '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-ins.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''inscriptions enregistrees :       '.
           05 w-rap-ins-nbr               PIC   ZZZZZZ9.
       01 w-rap-pre.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de presences enregistrees :         '.
           05 w-rap-pre-nbr               PIC   ZZZZZZ9.
       01 w-rap-noninv.
           05 FILLER                     PIC   X(43) VALUE
                'dont contacts venus sans invitation :      '.
           05 w-rap-noninv-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, INSCRIPTIONS ET PRESENCES A UN EVENEMENT'
           PERFORM INIT
           PERFORM TRT-PRESENCES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT presfic
           IF w-presfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PRESENCE <' w-presfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-ins
                                               w-cpt-pre w-cpt-noninv
                                               w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des inscriptions et presences
      *****************************************************************
       TRT-PRESENCES.
           SET w-eof-pre-non                TO TRUE
           PERFORM LEC-PRESENCE
           PERFORM TRT-PRESENCE             UNTIL w-eof-pre-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-PRESENCE.
           READ presfic
             AT END     SET w-eof-pre-oui  TO TRUE
             NOT AT END SET w-eof-pre-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Une ligne : controle de l'evenement et du contact, puis mise
      * a jour de la liste ; rejet journalise sinon.
      *****************************************************************
       TRT-PRESENCE.
           ADD 1                           TO w-cpt-lec
           SET w-ligne-valide-oui          TO TRUE
           EVALUATE TRUE
             WHEN NOT f-evp-type-ins AND NOT f-evp-type-pre
               SET w-ligne-valide-non      TO TRUE
               MOVE 'type invalide (I,P)'  TO w-rejet-motif
             WHEN f-evp-evtid = SPACES OR f-evp-conid = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'evenement ou contact absent' TO w-rejet-motif
             WHEN OTHER
               PERFORM VRF-EVENEMENT
           END-EVALUATE
           IF w-ligne-valide-oui THEN
             PERFORM MAJ-LISTE
           END-IF
           IF w-ligne-valide-non THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET <'                   DELIMITED SIZE
               f-evp-evtid                 DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-evp-conid                 DELIMITED SIZE
               '> '                        DELIMITED SIZE
               w-rejet-motif               DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           PERFORM LEC-PRESENCE
           .

       VRF-EVENEMENT.
           IF f-evp-evtid NOT = w-evt-verifie THEN
             MOVE f-evp-evtid              TO tlmevp-evtid
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nb
                 FROM TRAIN04.TLMEVT
                 WHERE ID = :tlmevp-evtid
             END-EXEC
             IF SQLCODE = 0 AND w-nb > 0 THEN
               MOVE f-evp-evtid            TO w-evt-verifie
             ELSE
               SET w-ligne-valide-non      TO TRUE
               MOVE 'evenement inconnu'    TO w-rejet-motif
             END-IF
           END-IF
           .

      *****************************************************************
      * Mise a jour de la ligne du contact dans la liste ; ajout
      * comme non invite si elle n'existe pas encore. Une presence
      * n'est jamais defaite par une inscription lue plus tard.
      *****************************************************************
       MAJ-LISTE.
           MOVE f-evp-evtid                TO tlmevp-evtid
           MOVE f-evp-conid                TO tlmevp-conid
           MOVE 'O'                        TO w-inscrit
           IF f-evp-type-pre THEN
             MOVE 'O'                      TO w-present
           ELSE
             MOVE 'N'                      TO w-present
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMEVP
               SET INSCRIT = :w-inscrit,
                   PRESENT = CASE WHEN PRESENT = 'O' THEN 'O'
                                  ELSE :w-present END,
                   DTMAJ   = CURRENT TIMESTAMP
               WHERE EVTID = :tlmevp-evtid
                 AND CONID = :tlmevp-conid
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM COMPTE-LIGNE
             WHEN 100
               PERFORM AJO-NON-INVITE
             WHEN OTHER
               SET w-ligne-valide-non      TO TRUE
               MOVE 'mise a jour refusee par la BDD' TO w-rejet-motif
               DISPLAY 'MET-ERR UPDATE TLMEVP <' tlmevp-conid
                       '> SQLCODE <' sqlcode '>'
           END-EVALUATE
           .

      *****************************************************************
      * Contact venu sans invitation : il doit etre actif ; son
      * prospect et le stade de celui-ci sont repris de la base.
      *****************************************************************
       AJO-NON-INVITE.
           EXEC SQL
             SELECT P.ID, P.STADE
               INTO :tlmevp-proid, :tlmevp-stade0
               FROM TRAIN04.TLMCON C, TRAIN04.TLMPRO P
               WHERE C.ID = :tlmevp-conid
                 AND C.STATUT = 'A'
                 AND P.ID = C.PID
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-ligne-valide-non        TO TRUE
             MOVE 'contact inconnu ou inactif' TO w-rejet-motif
           ELSE
             EXEC SQL
               INSERT INTO TRAIN04.TLMEVP (
                   EVTID, CONID, PROID, INVITE, INSCRIT, PRESENT,
                   STADE0, DTMAJ)
                 VALUES (
                   :tlmevp-evtid, :tlmevp-conid, :tlmevp-proid,
                   'N', :w-inscrit, :w-present, :tlmevp-stade0,
                   CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-noninv
               PERFORM COMPTE-LIGNE
             ELSE
               SET w-ligne-valide-non      TO TRUE
               MOVE 'ajout refuse par la BDD' TO w-rejet-motif
               DISPLAY 'MET-ERR INSERT TLMEVP <' tlmevp-conid
                       '> SQLCODE <' sqlcode '>'
             END-IF
           END-IF
           .

       COMPTE-LIGNE.
           IF f-evp-type-pre THEN
             ADD 1                         TO w-cpt-pre
           ELSE
             ADD 1                         TO w-cpt-ins
           END-IF
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
           MOVE '|   INSCRIPTIONS ET PRESENCES A UN EVENEMENT     |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ----------------------------------------     |'
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
           MOVE w-cpt-ins              TO w-rap-ins-nbr
           MOVE w-rap-ins              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pre              TO w-rap-pre-nbr
           MOVE w-rap-pre              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-noninv           TO w-rap-noninv-nbr
           MOVE w-rap-noninv           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE presfic
           IF w-presfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PRESENCE <' w-presfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM111.
