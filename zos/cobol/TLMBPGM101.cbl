      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CHARGEMENT DE LA MATRICE DE PRIORITE
      * NOM DU PROGRAMME : TLMBPGM101
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    TLMPRI (PRIORITE DES EMETTEURS DE PILOTAGE PAR CHAMP)
      *    DEPUIS LE FICHIER PRIORITE (EMETTEUR EN COL.1-8, CHAMP EN
      *    COL.9-11, PRIORITE 000-999 EN COL.12-14). LE CONTENU
      *    PRECEDENT EST ENTIEREMENT REMPLACE (MEME PRINCIPE QUE
      *    TLMBPGM70). UN COUPLE EMETTEUR/CHAMP ABSENT VAUT PRIORITE
      *    ZERO ; UNE VALEUR POSEE PAR UN EMETTEUR PLUS PRIORITAIRE
      *    RESISTE AUX AUTRES SOURCES PENDANT LA PERIODE DE
      *    PROTECTION (CF. TLMPPRV1 / TLMBPGM3).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM101.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200127.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des priorites a charger
           SELECT priorit ASSIGN TO PRIORITE
             FILE STATUS IS w-priorit.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD priorit RECORDING MODE F.
       01 f-priorit.
           05 f-pri-emetteur              PIC  X(08).
           05 f-pri-champ                 PIC  X(03).
           05 f-pri-priorite              PIC  X(03).
           05 f-pri-priorite-num REDEFINES f-pri-priorite
                                          PIC  9(03).
           05 FILLER                      PIC  X(66).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMPRI
           EXEC SQL
             INCLUDE DCLPRI
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-priorit                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier PRIORITE
       01 w-eof-pri                      PIC   9.
           88 w-eof-pri-oui                      VALUE 1.
           88 w-eof-pri-non                      VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes de priorite lues :        '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de priorites chargees :             '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT MATRICE PRIORITE'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-PRIORIT
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT priorit
           IF w-priorit NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PRIORITE <' w-priorit '>'
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
      * Remplacement complet : l'ancienne matrice est effacee avant
      * le chargement de la nouvelle.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMPRI
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMPRI <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des priorites
      *****************************************************************
       TRT-PRIORIT.
           SET w-eof-pri-non                TO TRUE
           PERFORM LEC-PRIORIT
           PERFORM CHARGE-PRIORIT           UNTIL w-eof-pri-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-PRIORIT.
           READ priorit
             AT END     SET w-eof-pri-oui  TO TRUE
             NOT AT END SET w-eof-pri-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Chargement d'une ligne de priorite : emetteur renseigne, champ
      * reconnu (cf. TLMPRI-CHAMP-VALIDE), priorite numerique.
      *****************************************************************
       CHARGE-PRIORIT.
           ADD 1                           TO w-cpt-lec
           MOVE f-pri-champ                TO tlmpri-champ
           IF f-pri-emetteur = SPACES OR
              NOT TLMPRI-CHAMP-VALIDE OR
              f-pri-priorite NOT NUMERIC
           THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET, ligne invalide <'   DELIMITED SIZE
               f-pri-emetteur              DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-pri-champ                 DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-pri-priorite              DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             MOVE f-pri-emetteur           TO tlmpri-emetteur
             MOVE f-pri-priorite-num       TO tlmpri-priorite
             EXEC SQL
               INSERT INTO TRAIN04.TLMPRI (
                   EMETTEUR, CHAMP, PRIORITE)
                 VALUES (
                   :tlmpri-emetteur, :tlmpri-champ, :tlmpri-priorite)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMPRI <' tlmpri-emetteur
                       '/' tlmpri-champ '> SQLCODE <' sqlcode '>'
             END-IF
           END-IF
           PERFORM LEC-PRIORIT
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
           MOVE '|   CHARGEMENT DE LA MATRICE DE PRIORITE         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ------------------------------------         |'
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
           CLOSE priorit
           IF w-priorit NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PRIORITE <' w-priorit '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM101.
