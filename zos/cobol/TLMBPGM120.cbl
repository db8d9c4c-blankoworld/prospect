      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : QUALITE DES ADRESSES DE MESSAGERIE
      * NOM DU PROGRAMME : TLMBPGM120
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DU
      *    REFERENTIEL DES DOMAINES DE MESSAGERIE GRAND PUBLIC TLMDOM
      *    (WEBMAILS, FOURNISSEURS D'ACCES) DEPUIS LE FICHIER REFDOM
      *    TENU PAR LA QUALITE DES DONNEES, UN ENREGISTREMENT PAR
      *    DOMAINE :
      *       - DOMAINE EN COL.1-40 (PARTIE DE L'ADRESSE APRES LE
      *         '@', QUI PEUT ETRE SAISI EN TETE ET EST ALORS RETIRE),
      *         RAMENE EN MINUSCULES AU CHARGEMENT ;
      *       - LIBELLE LIBRE EN COL.41-70 (FOURNISSEUR).
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM118).
      *    SONT REJETES : LE DOMAINE A BLANC, LE DOMAINE SANS POINT OU
      *    PORTANT UN BLANC OU UN '@' INTERNE, ET LE DOUBLON.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM120.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200601.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des domaines grand public (DD REFDOM)
           SELECT domfic ASSIGN TO REFDOM
             FILE STATUS IS w-domfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD domfic RECORDING MODE F.
       01 f-dom.
           05 f-dom-domaine               PIC  X(40).
           05 f-dom-libelle               PIC  X(30).
           05 FILLER                      PIC  X(10).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMDOM
           EXEC SQL
             INCLUDE DCLDOM
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-domfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFDOM
       01 w-eof-dom                      PIC   9.
           88 w-eof-dom-oui                      VALUE 1.
           88 w-eof-dom-non                      VALUE 0.
      *    Domaine en cours de controle : cadrage (retrait du '@' de
      *    tete), passage en minuscules, decompte des caracteres
      *    interdits et des points
       01 w-domaine                      PIC   X(40).
       77 w-nb-arobase                   PIC  S9(04) COMP.
       77 w-nb-point                     PIC  S9(04) COMP.
       77 w-nb-blanc                     PIC  S9(04) COMP.
       77 w-lg-domaine                   PIC  S9(04) COMP.
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
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
                'Nombre de domaines charges :               '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES DOMAINES GRAND PUBLIC'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-DOMAINE
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT domfic
           IF w-domfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFDOM <' w-domfic '>'
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
      * Remplacement complet : l'ancien referentiel est efface avant
      * le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMDOM
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMDOM <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des domaines
      *****************************************************************
       TRT-DOMAINE.
           SET w-eof-dom-non                TO TRUE
           PERFORM LEC-DOMAINE
           PERFORM CHARGE-ENR               UNTIL w-eof-dom-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-DOMAINE.
           READ domfic
             AT END     SET w-eof-dom-oui  TO TRUE
             NOT AT END SET w-eof-dom-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un domaine.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           PERFORM CADRE-DOMAINE
           EVALUATE TRUE
             WHEN w-domaine = SPACES
               MOVE 'domaine a blanc'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-arobase > 0 OR w-nb-blanc > 0
               MOVE 'caractere interdit'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-point = 0
               MOVE 'domaine sans point'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-DOMAINE
           END-EVALUATE
           PERFORM LEC-DOMAINE
           .

      *****************************************************************
      *    Cadrage du domaine lu : blancs de tete puis '@' de tete
      *    retires, minuscules ; puis decompte, sur la partie utile
      *    (jusqu'au dernier caractere non blanc), des '@', des
      *    blancs internes et des points.
       CADRE-DOMAINE.
           MOVE f-dom-domaine              TO w-domaine
           PERFORM RETIRE-PREMIER-CAR
             UNTIL w-domaine = SPACES
                OR w-domaine (1 : 1) NOT = SPACE
           IF w-domaine (1 : 1) = '@' THEN
             PERFORM RETIRE-PREMIER-CAR
           END-IF
           INSPECT w-domaine CONVERTING w-majuscules
                                     TO w-minuscules
           MOVE 0                          TO w-nb-arobase w-nb-point
                                              w-nb-blanc
           MOVE 40                         TO w-lg-domaine
           PERFORM CHERCHE-FIN-DOMAINE
             UNTIL w-lg-domaine = 1
                OR w-domaine (w-lg-domaine : 1) NOT = SPACE
           INSPECT w-domaine (1 : w-lg-domaine)
             TALLYING w-nb-arobase FOR ALL '@'
                      w-nb-point   FOR ALL '.'
                      w-nb-blanc   FOR ALL SPACE
           .

       RETIRE-PREMIER-CAR.
           MOVE w-domaine (2 : 39)         TO w-domaine
           .

       CHERCHE-FIN-DOMAINE.
           SUBTRACT 1                      FROM w-lg-domaine
           .

       INSERE-DOMAINE.
           MOVE w-domaine                  TO tlmdom-domaine
           MOVE f-dom-libelle              TO tlmdom-libelle
           EXEC SQL
             INSERT INTO TRAIN04.TLMDOM (
                 DOMAINE, LIBELLE, DTMAJ)
               VALUES (
                 :tlmdom-domaine, :tlmdom-libelle, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMDOM <' tlmdom-domaine
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
           MOVE f-dom (1 : 30)             TO w-enr-log (8 : 30)
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
           MOVE '|  CHARGEMENT DES DOMAINES GRAND PUBLIC          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ------------------------------------          |'
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
           CLOSE domfic
           IF w-domfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFDOM <' w-domfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM120.
