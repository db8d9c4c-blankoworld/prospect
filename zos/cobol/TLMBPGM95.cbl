      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : COMMISSIONS COMMERCIALES
      * NOM DU PROGRAMME : TLMBPGM95
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA GRILLE
      *    DE COMMISSIONNEMENT DEPUIS LE FICHIER REFCOMM FOURNI PAR LA
      *    DIRECTION COMMERCIALE, DEUX TYPES D'ENREGISTREMENT :
      *       - 'T' TAUX : TYPE EN COL.1, GRADE EN COL.2-3, LIGNE DE
      *         PRODUIT EN COL.4-13 (ESPACE = TAUX PAR DEFAUT DU
      *         GRADE), TAUX EN % EN COL.14-18 (3 ENTIERS + 2
      *         DECIMALES IMPLICITES, 00250 = 2,50 %) ;
      *       - 'G' GRADE : TYPE EN COL.1, CODE COMMERCIAL EN
      *         COL.2-5, GRADE EN COL.6-7 (ESPACE = HORS GRILLE).
      *    LA TABLE DES TAUX TLMTXC EST ENTIEREMENT REMPLACEE (LE
      *    FICHIER EST LA VERITE DE LA GRILLE, MEME PRINCIPE QUE
      *    TLMBPGM90) ; LES GRADES SONT POSES SUR TLMCOM VIA LA COUCHE
      *    PHYSIQUE TLMPCOM4 (FONCTION GRADE), LES COMMERCIAUX NON
      *    CITES GARDANT LEUR GRADE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM95.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191216.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de la grille de commissionnement (DD REFCOMM)
           SELECT comfic ASSIGN TO REFCOMM
             FILE STATUS IS w-comfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD comfic RECORDING MODE F.
       01 f-comm.
           05 f-com-type                  PIC  X(01).
              88 f-com-type-taux                  VALUE 'T'.
              88 f-com-type-grade                 VALUE 'G'.
           05 f-com-corps                 PIC  X(79).
      *    Vue d'un enregistrement taux
           05 f-com-taux REDEFINES f-com-corps.
              10 f-txc-grade              PIC  X(02).
              10 f-txc-ligne              PIC  X(10).
              10 f-txc-taux               PIC  9(03)V99.
              10 FILLER                   PIC  X(62).
      *    Vue d'un enregistrement grade
           05 f-com-grade REDEFINES f-com-corps.
              10 f-gra-code               PIC  X(04).
              10 f-gra-grade              PIC  X(02).
              10 FILLER                   PIC  X(73).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMTXC
           EXEC SQL
             INCLUDE DCLTXC
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-comfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFCOMM
       01 w-eof-com                      PIC   9.
           88 w-eof-com-oui                      VALUE 1.
           88 w-eof-com-non                      VALUE 0.
      *    Existence de la ligne de produit citee dans TLMLIG
       77 w-nb-lig                       PIC  S9(09) COMP.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique des commerciaux
           COPY TLMCPIL.
           COPY TLMCCOM4 REPLACING ==:PROG:== BY ==cpcom==.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-taux                  PIC  S9(07) COMP-3.
           05 w-cpt-grade                 PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :            '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-taux.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de taux de commission charges :     '.
           05 w-rap-taux-nbr              PIC   ZZZZZZ9.
       01 w-rap-grade.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de grades de commerciaux poses :    '.
           05 w-rap-grade-nbr             PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :        '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE LA GRILLE DE COMMISSIONS'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-GRILLE
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           MOVE SPACES                     TO tlmcpil-fct
                                              tlmcpil-rc
                                              tlmcpil-msg
           MOVE ZERO                       TO tlmcpil-src
                                              tlmcpil-retry
           MOVE 'TLMBPGM95'                TO tlmcpil-origine
           SET tlmcpil-pii-inactif         TO TRUE
           OPEN INPUT comfic
           IF w-comfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFCOMM <' w-comfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-taux
                                              w-cpt-grade w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne grille des taux est effacee
      * avant le chargement de la nouvelle.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMTXC
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMTXC <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier de la grille
      *****************************************************************
       TRT-GRILLE.
           SET w-eof-com-non                TO TRUE
           PERFORM LEC-GRILLE
           PERFORM CHARGE-ENR               UNTIL w-eof-com-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-GRILLE.
           READ comfic
             AT END     SET w-eof-com-oui  TO TRUE
             NOT AT END SET w-eof-com-non  TO TRUE
           END-READ
           .

       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN f-com-type-taux
               PERFORM CHARGE-TAUX
             WHEN f-com-type-grade
               PERFORM CHARGE-GRADE
             WHEN OTHER
               MOVE 'type inconnu'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
           END-EVALUATE
           PERFORM LEC-GRILLE
           .

      *****************************************************************
      * Chargement d'un taux : grade renseigne, taux numerique et au
      * plus egal a 100 %, ligne de produit a espace (defaut du
      * grade) ou connue du referentiel TLMLIG.
      *****************************************************************
       CHARGE-TAUX.
           IF f-txc-grade = SPACES OR f-txc-taux NOT NUMERIC THEN
             MOVE 'taux invalide'          TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             IF f-txc-taux > 100 THEN
               MOVE 'taux > 100 %'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             ELSE
               MOVE 1                      TO w-nb-lig
               IF f-txc-ligne NOT = SPACES THEN
                 EXEC SQL
                   SELECT COUNT(*) INTO :w-nb-lig
                     FROM TRAIN04.TLMLIG
                     WHERE CODE = :f-txc-ligne
                 END-EXEC
               END-IF
               IF w-nb-lig = 0 THEN
                 MOVE 'ligne inconnue'     TO w-enr-log (40 : 20)
                 PERFORM REJETTE-ENR
               ELSE
                 PERFORM INSERE-TAUX
               END-IF
             END-IF
           END-IF
           .

       INSERE-TAUX.
           MOVE f-txc-grade                TO tlmtxc-grade
           MOVE f-txc-ligne                TO tlmtxc-ligne
           MOVE f-txc-taux                 TO tlmtxc-taux
           EXEC SQL
             INSERT INTO TRAIN04.TLMTXC (
                 GRADE, LIGNE, TAUX)
               VALUES (
                 :tlmtxc-grade, :tlmtxc-ligne, :tlmtxc-taux)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-taux
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMTXC <' tlmtxc-grade
                     '><' tlmtxc-ligne '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Pose du grade d'un commercial via TLMPCOM4 : un commercial
      * inconnu ou parti est rejete.
      *****************************************************************
       CHARGE-GRADE.
           MOVE SPACES                     TO cpcom-ent
           MOVE f-gra-code                 TO cpcom-ent-gra-code
           MOVE f-gra-grade                TO cpcom-ent-gra-grade
           MOVE 'GRADE'                    TO tlmcpil-fct
           CALL 'TLMPCOM4'                 USING tlmcpil cpcom
           EVALUATE tlmcpil-rc
             WHEN '00'
               ADD 1                       TO w-cpt-grade
             WHEN '01'
             WHEN '10'
               MOVE 'commercial inconnu'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR GRADE <' f-gra-code '> <'
                       tlmcpil-rc '> ' tlmcpil-msg
           END-EVALUATE
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-comm (1 : 30)            TO w-enr-log (8 : 30)
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
           MOVE '|     CHARGEMENT DE LA GRILLE DE COMMISSIONS     |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     --------------------------------------     |'
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
           MOVE w-cpt-taux             TO w-rap-taux-nbr
           MOVE w-rap-taux             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-grade            TO w-rap-grade-nbr
           MOVE w-rap-grade            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE comfic
           IF w-comfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFCOMM <' w-comfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM95.
