      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : EVENEMENTS COMMERCIAUX (SALONS)
      * NOM DU PROGRAMME : TLMBPGM110
      * DESCRIPTION      : PROGRAMME BATCH DE CONSTITUTION DE LA LISTE
      *    DES INVITES D'UN EVENEMENT (FICHIER EVTCTL, IDENTIFIANT EN
      *    COL.1-6) A PARTIR DES CIBLES DE SA CAMPAGNE D'INVITATION
      *    (TLMEVT.CAMID, CIBLES TRACEES DANS TLMCAMR PAR LA SELECTION
      *    DE CAMPAGNE TLMBPGM20 OU TLMBPGM108) :
      *       - CHAQUE CONTACT CIBLE ENCORE ACTIF ET NON OPPOSE, D'UN
      *         PROSPECT ACTIF, EST INSCRIT DANS TLMEVP COMME INVITE,
      *         AVEC LE STADE DE SON PROSPECT A CE JOUR (POINT DE
      *         DEPART DU BILAN TLMBPGM113) ;
      *       - LA LISTE D'INVITATION PART AU FORMAT DES CIBLES DE
      *         CAMPAGNE (TLMCCIB1) VERS L'ORGANISATEUR.
      *    UN CONTACT DEJA PRESENT DANS LA LISTE DE L'EVENEMENT N'EST
      *    NI REINVITE NI REECRIT : LE PROGRAMME PEUT ETRE RELANCE
      *    APRES UNE NOUVELLE SELECTION SUR LA MEME CAMPAGNE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM110.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200309.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant l'evenement traite
           SELECT evtctl  ASSIGN TO EVTCTL
             FILE STATUS IS w-evtctl.
      *    Liste d'invitation (COPY TLMCCIB1)
           SELECT invites ASSIGN TO INVITES
             FILE STATUS IS w-invites.
      *    Fichier de journalisation (compte-rendu de selection)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD evtctl RECORDING MODE F.
       01 f-evtctl.
           05 f-ctl-evtid                 PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD invites RECORDING MODE F.
       COPY TLMCCIB1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour les tables evenement
           EXEC SQL
             INCLUDE DCLEVT
           END-EXEC.
           EXEC SQL
             INCLUDE DCLEVP
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-evtctl                       PIC   X(02).
       01 w-invites                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Evenement exploitable ?
       01 w-evt-ok                       PIC   9.
           88 w-evt-ok-oui                       VALUE 1.
           88 w-evt-ok-non                       VALUE 0.
      *    Fin de parcours du curseur des invites
       01 w-eot-inv                      PIC   9.
           88 w-eot-inv-oui                      VALUE 1.
           88 w-eot-inv-non                      VALUE 0.
      *    Invite courant du curseur de selection
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-ville                    PIC   X(35).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-invite                PIC  S9(07) COMP-3.
           05 w-cpt-deja                  PIC  S9(07) COMP-3.
       01 w-rap-invite.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de contacts invites :               '.
           05 w-rap-invite-nbr            PIC   ZZZZZZ9.
       01 w-rap-deja.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de contacts deja dans la liste :    '.
           05 w-rap-deja-nbr              PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des invites : cibles de la campagne d'invitation,
      * contacts actifs et non opposes de prospects actifs, absents
      * de la liste de l'evenement.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-INV CURSOR FOR
               SELECT DISTINCT C.ID, P.ID, P.NOM, P.ADDR_VILLE,
                      C.NOM, C.PRENOM, C.TEL, C.MEL,
                      C.PLAGE, C.LANGUE, P.STADE
               FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCON C,
                    TRAIN04.TLMPRO P
               WHERE R.CAMID = :tlmevt-camid
                 AND C.ID = R.CONID
                 AND P.ID = C.PID
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND C.OPTOUT NOT = 'O'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMEVP E
                        WHERE E.EVTID = :tlmevt-id
                          AND E.CONID = C.ID)
               ORDER BY C.PLAGE, P.ID, C.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, INVITATIONS A UN EVENEMENT'
           PERFORM INIT
           IF w-evt-ok-oui THEN
             PERFORM TRT-INVITES
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de l'evenement et de sa
      * campagne d'invitation, ecriture de l'entete du log.
      *****************************************************************
       INIT.
           SET w-evt-ok-non                TO TRUE
           MOVE SPACES                     TO tlmevt-id
           OPEN INPUT evtctl
           IF w-evtctl = '00' THEN
             READ evtctl
                 AT END     CONTINUE
                 NOT AT END
                   MOVE f-ctl-evtid        TO tlmevt-id
             END-READ
             CLOSE evtctl
           END-IF
           OPEN OUTPUT invites
           IF w-invites NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE INVITES <' w-invites '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-invite w-cpt-deja
           PERFORM ENTETE
           PERFORM LEC-EVENEMENT
           .

      *****************************************************************
      * L'evenement doit exister et porter une campagne d'invitation.
      *****************************************************************
       LEC-EVENEMENT.
           EXEC SQL
             SELECT LIBELLE, CAMID
               INTO :tlmevt-libelle, :tlmevt-camid
               FROM TRAIN04.TLMEVT
               WHERE ID = :tlmevt-id
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR EVENEMENT <' tlmevt-id
                       '> SQLCODE <' sqlcode '>'
               STRING
                 'Evenement <'             DELIMITED SIZE
                 tlmevt-id                 DELIMITED SIZE
                 '> inconnu'               DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN tlmevt-camid = SPACES
               DISPLAY 'MET-ERR EVENEMENT <' tlmevt-id
                       '> SANS CAMPAGNE D''INVITATION'
               STRING
                 'Evenement <'             DELIMITED SIZE
                 tlmevt-id                 DELIMITED SIZE
                 '> sans campagne d''invitation'
                                           DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN OTHER
               SET w-evt-ok-oui            TO TRUE
               STRING
                 'Evenement <'             DELIMITED SIZE
                 tlmevt-id                 DELIMITED SIZE
                 '> '                      DELIMITED SIZE
                 tlmevt-libelle            DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
               STRING
                 'Campagne d''invitation <' DELIMITED SIZE
                 tlmevt-camid              DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
               MOVE ' '                    TO w-enr-log
               PERFORM ECRIT-LOG
           END-EVALUATE
           .

      *****************************************************************
      * Parcours du curseur des invites
      *****************************************************************
       TRT-INVITES.
           EXEC SQL
             OPEN CURS-INV
           END-EXEC
           SET w-eot-inv-non                TO TRUE
           PERFORM LEC-INVITE
           PERFORM TRT-INVITE               UNTIL w-eot-inv-oui
           EXEC SQL
             CLOSE CURS-INV
           END-EXEC
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-INVITE.
           EXEC SQL
             FETCH CURS-INV
               INTO :tlmevp-conid, :tlmevp-proid, :w-pro-nom,
                    :w-pro-ville, :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-plage,
                    :w-con-langue, :tlmevp-stade0
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-inv-non              TO TRUE
           ELSE
             SET w-eot-inv-oui              TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-INV SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Pour chaque invite : inscription dans la liste de l'evenement
      * (TLMEVP) puis ecriture dans la liste d'invitation. Une ligne
      * deja presente (doublon de cle) n'est pas reecrite.
      *****************************************************************
       TRT-INVITE.
           MOVE tlmevt-id                  TO tlmevp-evtid
           EXEC SQL
             INSERT INTO TRAIN04.TLMEVP (
                 EVTID, CONID, PROID, INVITE, INSCRIT, PRESENT,
                 STADE0, DTMAJ)
               VALUES (
                 :tlmevp-evtid, :tlmevp-conid, :tlmevp-proid,
                 'O', 'N', 'N', :tlmevp-stade0, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM ECRIT-INVITE
             WHEN -803
               ADD 1                       TO w-cpt-deja
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMEVP <' tlmevp-conid
                       '> SQLCODE <' sqlcode '>'
           END-EVALUATE
           PERFORM LEC-INVITE
           .

       ECRIT-INVITE.
           MOVE SPACES                     TO f-cib
           MOVE tlmevt-camid               TO f-cib-camid
           MOVE tlmevp-proid               TO f-cib-pro-id
           MOVE w-pro-nom                  TO f-cib-pro-nom
           MOVE w-pro-ville                TO f-cib-pro-ville
           MOVE tlmevp-conid               TO f-cib-con-id
           MOVE w-con-nom                  TO f-cib-con-nom
           MOVE w-con-prenom               TO f-cib-con-prenom
           MOVE w-con-tel                  TO f-cib-con-tel
           MOVE w-con-mel                  TO f-cib-con-mel
           MOVE w-con-plage                TO f-cib-con-plage
           MOVE w-con-langue               TO f-cib-con-langue
           WRITE f-cib
           IF w-invites NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE INVITES <' w-invites '>'
           ELSE
             ADD 1                         TO w-cpt-invite
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
           MOVE '|     INVITATIONS A UN EVENEMENT COMMERCIAL      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------------------------      |'
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
           MOVE w-cpt-invite           TO w-rap-invite-nbr
           MOVE w-rap-invite           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deja             TO w-rap-deja-nbr
           MOVE w-rap-deja             TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE invites
           IF w-invites NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE INVITES <' w-invites '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM110.
