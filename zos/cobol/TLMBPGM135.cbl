      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : INDEX DOCUMENTAIRE DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM135
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DU REFERENTIEL
      *    DES TYPES DE DOCUMENTS TLMTDO DEPUIS LE FICHIER REFTDO TENU
      *    PAR L'ADMINISTRATION DES VENTES, UN ENREGISTREMENT PAR
      *    TYPE :
      *       - TYPE EN COL.1-3 ;
      *       - LIBELLE EN COL.4-38 ;
      *       - PIECE OBLIGATOIRE EN COL.39 : 'O' LE PASSAGE AU STADE
      *         CLIENT ET L'OUVERTURE DE COMPTE FACTURATION EXIGENT UN
      *         DOCUMENT DE CE TYPE EN COURS DE VALIDITE, 'N' OU BLANC
      *         PIECE FACULTATIVE ;
      *       - VALIDITE EN MOIS EN COL.40-42, APPLIQUEE QUAND LA GED
      *         NE DONNE PAS D'ECHEANCE (BLANC OU ZERO = SANS
      *         ECHEANCE).
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM120).
      *    SONT REJETES : LE TYPE A BLANC, L'INDICATEUR D'OBLIGATION
      *    AUTRE QUE 'O'/'N', LA VALIDITE NON NUMERIQUE ET LE DOUBLON.
      *    UN REFERENTIEL SANS PIECE OBLIGATOIRE DESARME LE CONTROLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM135.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200727.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des types de documents (DD REFTDO)
           SELECT tdofic ASSIGN TO REFTDO
             FILE STATUS IS w-tdofic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD tdofic RECORDING MODE F.
       01 f-tdo.
           05 f-tdo-typdoc                PIC  X(03).
           05 f-tdo-libelle               PIC  X(35).
           05 f-tdo-oblig                 PIC  X(01).
           05 f-tdo-validite              PIC  X(03).
           05 f-tdo-validite-n REDEFINES f-tdo-validite
                                          PIC  9(03).
           05 FILLER                      PIC  X(38).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMTDO
           EXEC SQL
             INCLUDE DCLTDO
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-tdofic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFTDO
       01 w-eof-tdo                      PIC   9.
           88 w-eof-tdo-oui                      VALUE 1.
           88 w-eof-tdo-non                      VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-oblig                 PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de types de documents charges :     '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-oblig.
           05 FILLER                     PIC   X(43) VALUE
                '  dont pieces obligatoires :               '.
           05 w-rap-oblig-nbr             PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES TYPES DE DOCUMENTS'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-TYPES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT tdofic
           IF w-tdofic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFTDO <' w-tdofic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                              w-cpt-oblig w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancien referentiel est efface avant
      * le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMTDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMTDO <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des types de documents
      *****************************************************************
       TRT-TYPES.
           SET w-eof-tdo-non                TO TRUE
           PERFORM LEC-TYPE
           PERFORM CHARGE-ENR               UNTIL w-eof-tdo-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-TYPE.
           READ tdofic
             AT END     SET w-eof-tdo-oui  TO TRUE
             NOT AT END SET w-eof-tdo-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un type de document.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-tdo-oblig = SPACE THEN
             MOVE 'N'                      TO f-tdo-oblig
           END-IF
           IF f-tdo-validite = SPACES THEN
             MOVE ZERO                     TO f-tdo-validite-n
           END-IF
           EVALUATE TRUE
             WHEN f-tdo-typdoc = SPACES
               MOVE 'type a blanc'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-tdo-oblig NOT = 'O' AND f-tdo-oblig NOT = 'N'
               MOVE 'obligation invalide'  TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-tdo-validite-n NOT NUMERIC
               MOVE 'validite invalide'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-TYPE
           END-EVALUATE
           PERFORM LEC-TYPE
           .

       INSERE-TYPE.
           MOVE f-tdo-typdoc               TO tlmtdo-typdoc
           MOVE f-tdo-libelle              TO tlmtdo-libelle
           MOVE f-tdo-oblig                TO tlmtdo-oblig
           MOVE f-tdo-validite-n           TO tlmtdo-validite
           EXEC SQL
             INSERT INTO TRAIN04.TLMTDO (
                 TYPDOC, LIBELLE, OBLIG, VALIDITE)
               VALUES (
                 :tlmtdo-typdoc, :tlmtdo-libelle, :tlmtdo-oblig,
                 :tlmtdo-validite)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
               IF TLMTDO-OBLIG-OUI THEN
                 ADD 1                     TO w-cpt-oblig
               END-IF
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMTDO <' tlmtdo-typdoc
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
           MOVE f-tdo-typdoc               TO w-enr-log (8 : 3)
           MOVE '/'                        TO w-enr-log (11 : 1)
           MOVE f-tdo-oblig                TO w-enr-log (12 : 1)
           MOVE '/'                        TO w-enr-log (13 : 1)
           MOVE f-tdo-validite             TO w-enr-log (14 : 3)
           MOVE '>'                        TO w-enr-log (17 : 1)
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
           MOVE '|  CHARGEMENT DES TYPES DE DOCUMENTS             |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ---------------------------------             |'
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
           MOVE w-cpt-oblig            TO w-rap-oblig-nbr
           MOVE w-rap-oblig            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE tdofic
           IF w-tdofic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFTDO <' w-tdofic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM135.
