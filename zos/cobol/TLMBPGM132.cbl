      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DISTRIBUTION DES PROSPECTS NON AFFECTES
      * NOM DU PROGRAMME : TLMBPGM132
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    DE COUVERTURE DES SECTEURS TLMCOU DEPUIS LE FICHIER REFCOU
      *    TENU PAR LA DIRECTION COMMERCIALE, UN ENREGISTREMENT PAR
      *    COUPLE SECTEUR / COMMERCIAL :
      *       - SECTEUR EN COL.1-3 (CODE TLMSEC) ;
      *       - COMMERCIAL EN COL.4-7 (CODE TLMCOM) ;
      *       - PLAFOND EN COL.8-12 : NOMBRE MAXIMUM DE PROSPECTS
      *         ACTIFS EN PORTEFEUILLE AU-DELA DUQUEL LA DISTRIBUTION
      *         (TLMBPGM133) NE LUI EN DONNE PLUS ; BLANC OU ZERO =
      *         PAS DE PLAFOND.
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM120).
      *    SONT REJETES : LE SECTEUR A BLANC OU INCONNU DE TLMSEC, LE
      *    COMMERCIAL INCONNU OU INACTIF DANS TLMCOM, LE PLAFOND NON
      *    NUMERIQUE, LE PLAFOND DIFFERENT DE CELUI DEJA CHARGE POUR
      *    LE MEME COMMERCIAL (LE PLAFOND EST CELUI DU COMMERCIAL,
      *    TOUS SECTEURS CONFONDUS) ET LE DOUBLON.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM132.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200713.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de couverture des secteurs (DD REFCOU)
           SELECT coufic ASSIGN TO REFCOU
             FILE STATUS IS w-coufic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD coufic RECORDING MODE F.
       01 f-cou.
           05 f-cou-secteur               PIC  X(03).
           05 f-cou-commercial            PIC  X(04).
           05 f-cou-plafond               PIC  X(05).
           05 f-cou-plafond-n REDEFINES f-cou-plafond
                                          PIC  9(05).
           05 FILLER                      PIC  X(68).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMCOU
           EXEC SQL
             INCLUDE DCLCOU
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-coufic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFCOU
       01 w-eof-cou                      PIC   9.
           88 w-eof-cou-oui                      VALUE 1.
           88 w-eof-cou-non                      VALUE 0.
      *    Controles d'existence (TLMSEC, TLMCOM) et plafond deja
      *    charge pour le commercial (-1 = aucune ligne encore)
       77 w-nb-sec                       PIC  S9(09) COMP.
       77 w-com-statut                   PIC   X(01).
       77 w-plafond-deja                 PIC  S9(05) COMP-3.
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
                'Nombre de couvertures chargees :           '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE LA COUVERTURE DES SECTEURS'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-COUVERTURE
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT coufic
           IF w-coufic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFCOU <' w-coufic '>'
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
      * Remplacement complet : l'ancienne couverture est effacee avant
      * le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMCOU
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMCOU <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier de couverture
      *****************************************************************
       TRT-COUVERTURE.
           SET w-eof-cou-non                TO TRUE
           PERFORM LEC-COUVERTURE
           PERFORM CHARGE-ENR               UNTIL w-eof-cou-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-COUVERTURE.
           READ coufic
             AT END     SET w-eof-cou-oui  TO TRUE
             NOT AT END SET w-eof-cou-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un couple secteur / commercial.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-cou-plafond = SPACES THEN
             MOVE ZERO                     TO f-cou-plafond-n
           END-IF
           MOVE f-cou-secteur              TO tlmcou-secteur
           MOVE f-cou-commercial           TO tlmcou-commercial
           PERFORM CONTROLE-REFERENCES
           EVALUATE TRUE
             WHEN f-cou-secteur = SPACES
               MOVE 'secteur a blanc'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-sec = 0
               MOVE 'secteur inconnu'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-com-statut NOT = 'A'
               MOVE 'commercial inactif'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-cou-plafond-n NOT NUMERIC
               MOVE 'plafond invalide'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-plafond-deja >= 0
                  AND w-plafond-deja NOT = f-cou-plafond-n
               MOVE 'plafond divergent'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-COUVERTURE
           END-EVALUATE
           PERFORM LEC-COUVERTURE
           .

      *****************************************************************
      * Le secteur doit exister dans TLMSEC, le commercial etre actif
      * dans TLMCOM ; plafond deja charge pour ce commercial par une
      * ligne precedente du fichier (-1 si aucune).
      *****************************************************************
       CONTROLE-REFERENCES.
           MOVE 0                          TO w-nb-sec
           MOVE SPACES                     TO w-com-statut
           MOVE -1                         TO w-plafond-deja
           EXEC SQL
             SELECT COUNT(*)
             INTO   :w-nb-sec
             FROM   TRAIN04.TLMSEC
             WHERE  SECTEUR = :tlmcou-secteur
           END-EXEC
           EXEC SQL
             SELECT STATUT
             INTO   :w-com-statut
             FROM   TRAIN04.TLMCOM
             WHERE  CODE = :tlmcou-commercial
           END-EXEC
           EXEC SQL
             SELECT COALESCE(MAX(PLAFOND), -1)
             INTO   :w-plafond-deja
             FROM   TRAIN04.TLMCOU
             WHERE  COMMERCIAL = :tlmcou-commercial
           END-EXEC
           .

       INSERE-COUVERTURE.
           MOVE f-cou-plafond-n            TO tlmcou-plafond
           EXEC SQL
             INSERT INTO TRAIN04.TLMCOU (
                 SECTEUR, COMMERCIAL, PLAFOND, DTMAJ)
               VALUES (
                 :tlmcou-secteur, :tlmcou-commercial,
                 :tlmcou-plafond, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMCOU <' tlmcou-secteur
                       '><' tlmcou-commercial '> SQLCODE <'
                       sqlcode '>'
           END-EVALUATE
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-cou (1 : 12)             TO w-enr-log (8 : 12)
           MOVE '>'                        TO w-enr-log (20 : 1)
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
           MOVE '|  CHARGEMENT DE LA COUVERTURE DES SECTEURS      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ----------------------------------------      |'
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
           CLOSE coufic
           IF w-coufic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFCOU <' w-coufic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM132.
