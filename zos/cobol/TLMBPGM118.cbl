      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DIFFUSION DES EDITIONS PAR DESTINATAIRE
      * NOM DU PROGRAMME : TLMBPGM118
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    DE DIFFUSION TLMDIF DEPUIS LE FICHIER REFDIF TENU PAR
      *    L'ADMINISTRATION DES VENTES, UN ENREGISTREMENT PAR EDITION
      *    ET PAR DESTINATAIRE :
      *       - EDITION EN COL.1-10 (NOM DU PROGRAMME, '*' = TOUTES
      *         LES EDITIONS DU DESTINATAIRE) ;
      *       - TYPE DE DESTINATAIRE EN COL.11 ('C' COMMERCIAL, 'E'
      *         CHEF D'EQUIPE, 'R' DIRECTEUR REGIONAL, 'S' SECTEUR,
      *         'U' UTILISATEUR, CF. TLMCDIF1) ET CODE EN COL.12-19 ;
      *       - MODE EN COL.20 ('I' IMPRIMANTE, 'B' BOITE AUX LETTRES
      *         SECURISEE, 'A' ARCHIVE SEULE) ;
      *       - ADRESSE EN COL.21-37 : DESTINATION JES POUR 'I',
      *         QUALIFIANT DE LA BOITE (8 CARACTERES AU PLUS, UNE
      *         LETTRE EN TETE) POUR 'B', BLANC POUR 'A'.
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DE LA DIFFUSION (MEME PRINCIPE QUE TLMBPGM100).
      *    SONT REJETES : L'EDITION A BLANC, LE TYPE OU LE MODE
      *    INVALIDE, L'ADRESSE ABSENTE OU MAL FORMEE ET LE DOUBLON.
      *    UN DESTINATAIRE SANS LIGNE RESTE EN ARCHIVE SEULE A
      *    L'ECLATEMENT (TLMBPGM117).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM118.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200504.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de la diffusion des editions (DD REFDIF)
           SELECT diffic ASSIGN TO REFDIF
             FILE STATUS IS w-diffic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD diffic RECORDING MODE F.
       01 f-dif.
           05 f-dif-rapport               PIC  X(10).
           05 f-dif-type                  PIC  X(01).
              88 f-dif-type-valide                VALUE 'C' 'E' 'R'
                                                        'S' 'U'.
           05 f-dif-code                  PIC  X(08).
           05 f-dif-mode                  PIC  X(01).
              88 f-dif-mode-imprimante            VALUE 'I'.
              88 f-dif-mode-boite                 VALUE 'B'.
              88 f-dif-mode-archive               VALUE 'A'.
           05 f-dif-adresse               PIC  X(17).
      *    Vue du qualifiant de boite aux lettres
           05 FILLER REDEFINES f-dif-adresse.
              10 f-dif-bal-tete           PIC  X(01).
              10 FILLER                   PIC  X(16).
           05 FILLER                      PIC  X(43).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMDIF
           EXEC SQL
             INCLUDE DCLDIF
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-diffic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFDIF
       01 w-eof-dif                      PIC   9.
           88 w-eof-dif-oui                      VALUE 1.
           88 w-eof-dif-non                      VALUE 0.
      *    Controle du qualifiant de boite aux lettres : longueur
      *    utile, points interdits
       77 w-bal-lng                      PIC  S9(04) COMP.
       77 w-bal-point                    PIC  S9(04) COMP.
       01 w-bal-ok                       PIC   9.
           88 w-bal-ok-oui                       VALUE 1.
           88 w-bal-ok-non                       VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de regles de diffusion chargees :   '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE LA TABLE DE DIFFUSION'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-DIFFUSION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT diffic
           IF w-diffic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFDIF <' w-diffic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                              w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne diffusion est effacee avant
      * le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMDIF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMDIF <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier de la diffusion
      *****************************************************************
       TRT-DIFFUSION.
           SET w-eof-dif-non                TO TRUE
           PERFORM LEC-DIFFUSION
           PERFORM CHARGE-ENR               UNTIL w-eof-dif-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-DIFFUSION.
           READ diffic
             AT END     SET w-eof-dif-oui  TO TRUE
             NOT AT END SET w-eof-dif-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'une regle de diffusion.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-dif-mode-boite THEN
             PERFORM CONTROLE-BOITE
           END-IF
           EVALUATE TRUE
             WHEN f-dif-rapport = SPACES
               MOVE 'edition a blanc'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT f-dif-type-valide
               MOVE 'type invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT f-dif-mode-imprimante
                  AND NOT f-dif-mode-boite
                  AND NOT f-dif-mode-archive
               MOVE 'mode invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-dif-mode-imprimante AND f-dif-adresse = SPACES
               MOVE 'destination absente'  TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-dif-mode-boite AND w-bal-ok-non
               MOVE 'boite invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-DIFFUSION
           END-EVALUATE
           PERFORM LEC-DIFFUSION
           .

      *****************************************************************
      * Le qualifiant de boite entre dans un nom de fichier : une
      * lettre en tete, 8 caracteres au plus, ni point ni blanc
      * interne.
      *****************************************************************
       CONTROLE-BOITE.
           MOVE 0                          TO w-bal-lng w-bal-point
           INSPECT f-dif-adresse TALLYING w-bal-lng
             FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT f-dif-adresse TALLYING w-bal-point
             FOR ALL '.'
           SET w-bal-ok-non                TO TRUE
           IF w-bal-lng > 0 AND w-bal-lng < 9
              AND w-bal-point = 0
              AND f-dif-bal-tete ALPHABETIC-UPPER THEN
             IF f-dif-adresse (w-bal-lng + 1 : ) = SPACES THEN
               SET w-bal-ok-oui            TO TRUE
             END-IF
           END-IF
           .

       INSERE-DIFFUSION.
           MOVE f-dif-rapport              TO tlmdif-rapport
           MOVE f-dif-type                 TO tlmdif-typedest
           MOVE f-dif-code                 TO tlmdif-codedest
           MOVE f-dif-mode                 TO tlmdif-mode
           MOVE f-dif-adresse              TO tlmdif-adresse
           IF f-dif-mode-archive THEN
             MOVE SPACES                   TO tlmdif-adresse
           END-IF
           EXEC SQL
             INSERT INTO TRAIN04.TLMDIF (
                 RAPPORT, TYPEDEST, CODEDEST, MODE, ADRESSE)
               VALUES (
                 :tlmdif-rapport, :tlmdif-typedest, :tlmdif-codedest,
                 :tlmdif-mode, :tlmdif-adresse)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMDIF <' tlmdif-rapport
                       '><' tlmdif-typedest '><' tlmdif-codedest
                       '> SQLCODE <' sqlcode '>'
           END-EVALUATE
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-dif (1 : 30)             TO w-enr-log (8 : 30)
           MOVE '>'                        TO w-enr-log (38 : 1)
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
           MOVE '|   CHARGEMENT DE LA TABLE DE DIFFUSION          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------          |'
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
           MOVE w-cpt-charge           TO w-rap-charge-nbr
           MOVE w-rap-charge           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE diffic
           IF w-diffic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFDIF <' w-diffic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM118.
