      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CHARGEMENT DES LIGNES DE PRODUIT
      * NOM DU PROGRAMME : TLMBPGM90
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    TLMLIG (REFERENTIEL DES LIGNES DE PRODUIT PORTEES PAR LES
      *    AFFAIRES, CF. TLMAFF.LIGNE) DEPUIS LE FICHIER REFLIG FOURNI
      *    PAR LES CHEFS DE PRODUIT (CODE EN COL.1-10, LIBELLE EN
      *    COL.11-45, FAMILLE EN COL.46-55, INDICATEUR ACTIF 'O'/'N'
      *    EN COL.56, ESPACE = 'O').
      *    LE CONTENU PRECEDENT EST ENTIEREMENT REMPLACE : LE FICHIER
      *    EST LA VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM36
      *    POUR LES SECTEURS).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM90.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191210.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des lignes de produit (DD REFLIG)
           SELECT ligfic ASSIGN TO REFLIG
             FILE STATUS IS w-ligfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD ligfic RECORDING MODE F.
       01 f-ligne.
           05 f-lig-code                  PIC  X(10).
           05 f-lig-libelle               PIC  X(35).
           05 f-lig-famille               PIC  X(10).
           05 f-lig-actif                 PIC  X(01).
              88 f-lig-actif-valide               VALUE 'O' 'N' ' '.
           05 FILLER                      PIC  X(24).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMLIG
           EXEC SQL
             INCLUDE DCLLIG
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-ligfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFLIG
       01 w-eof-lig                      PIC   9.
           88 w-eof-lig-oui                      VALUE 1.
           88 w-eof-lig-non                      VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes de produit lues :         '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes de produit chargees :     '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES LIGNES DE PRODUIT'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-LIGNES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT ligfic
           IF w-ligfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFLIG <' w-ligfic '>'
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
      * le chargement du nouveau.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMLIG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMLIG <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des lignes de produit
      *****************************************************************
       TRT-LIGNES.
           SET w-eof-lig-non                TO TRUE
           PERFORM LEC-LIGNE
           PERFORM CHARGE-LIGNE             UNTIL w-eof-lig-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-LIGNE.
           READ ligfic
             AT END     SET w-eof-lig-oui  TO TRUE
             NOT AT END SET w-eof-lig-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Chargement d'une ligne de produit : code et famille renseignes
      * exiges, indicateur actif 'O'/'N' (espace = 'O').
      *****************************************************************
       CHARGE-LIGNE.
           ADD 1                           TO w-cpt-lec
           IF f-lig-code = SPACES OR f-lig-famille = SPACES OR
              NOT f-lig-actif-valide THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET, ligne invalide <'   DELIMITED SIZE
               f-lig-code                  DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             MOVE f-lig-code               TO tlmlig-code
             MOVE f-lig-libelle            TO tlmlig-libelle
             MOVE f-lig-famille            TO tlmlig-famille
             MOVE f-lig-actif              TO tlmlig-actif
             IF f-lig-actif = SPACE THEN
               SET tlmlig-actif-oui        TO TRUE
             END-IF
             EXEC SQL
               INSERT INTO TRAIN04.TLMLIG (
                   CODE, LIBELLE, FAMILLE, ACTIF)
                 VALUES (
                   :tlmlig-code, :tlmlig-libelle, :tlmlig-famille,
                   :tlmlig-actif)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMLIG <' tlmlig-code
                       '> SQLCODE <' sqlcode '>'
             END-IF
           END-IF
           PERFORM LEC-LIGNE
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
           MOVE '|     CHARGEMENT DES LIGNES DE PRODUIT           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -----------------------------------        |'
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
           CLOSE ligfic
           IF w-ligfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFLIG <' w-ligfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM90.
