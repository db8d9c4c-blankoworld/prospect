      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DEVISES ET COURS DE CHANGE
      * NOM DU PROGRAMME : TLMBPGM97
      * DESCRIPTION      : PROGRAMME BATCH DE NUIT DE CHARGEMENT DES
      *    COURS DE CHANGE QUOTIDIENS DANS LA TABLE TLMCHG DEPUIS LE
      *    FICHIER COURS FOURNI PAR LA TRESORERIE, UN ENREGISTREMENT
      *    PAR DEVISE ET PAR JOUR DE COTATION :
      *       - JOUR DE COTATION (AAAAMMJJ) EN COL.1-8 ;
      *       - CODE ISO DE LA DEVISE EN COL.9-11 ;
      *       - COURS EN COL.12-22, NOMBRE D'UNITES DE LA DEVISE
      *         POUR UN EURO (5 ENTIERS + 6 DECIMALES IMPLICITES,
      *         00001085000 = 1,085 USD POUR 1 EUR).
      *    UN COURS DEJA CONNU POUR LE MEME JOUR ET LA MEME DEVISE
      *    EST REMPLACE (REPRISE DU FICHIER SANS DOUBLON) ; LES JOURS
      *    PRECEDENTS SONT CONSERVES POUR LES EDITIONS AU COURS D'UNE
      *    DATE PASSEE. L'EURO, MONNAIE DE REFERENCE, EST REJETE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM97.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191217.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des cours de change de la tresorerie (DD COURS)
           SELECT chgfic ASSIGN TO COURS
             FILE STATUS IS w-chgfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD chgfic RECORDING MODE F.
       01 f-chg.
           05 f-chg-dtcours               PIC  X(08).
           05 f-chg-devise                PIC  X(03).
           05 f-chg-taux                  PIC  9(05)V9(06).
           05 FILLER                      PIC  X(58).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMCHG
           EXEC SQL
             INCLUDE DCLCHG
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-chgfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier COURS
       01 w-eof-chg                      PIC   9.
           88 w-eof-chg-oui                      VALUE 1.
           88 w-eof-chg-non                      VALUE 0.
      *    Dernier jour de cotation charge (rappele au compte-rendu)
       01 w-dernier-cours                PIC   X(08).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-cours                 PIC  S9(07) COMP-3.
           05 w-cpt-rempl                 PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :            '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-cours.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de cours de change charges :        '.
           05 w-rap-cours-nbr             PIC   ZZZZZZ9.
       01 w-rap-rempl.
           05 FILLER                     PIC   X(43) VALUE
                '  dont cours deja connus remplaces :       '.
           05 w-rap-rempl-nbr             PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :        '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES COURS DE CHANGE'
           PERFORM INIT
           PERFORM TRT-COURS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT chgfic
           IF w-chgfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE COURS <' w-chgfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-cours
                                              w-cpt-rempl w-cpt-rejet
           MOVE SPACES                     TO w-dernier-cours
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des cours, validation unique en fin de
      * fichier ; en cas d'anomalie SQL rien n'est valide.
      *****************************************************************
       TRT-COURS.
           SET w-eof-chg-non                TO TRUE
           PERFORM LEC-COURS
           PERFORM CHARGE-ENR               UNTIL w-eof-chg-oui
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-cours w-cpt-rempl
             MOVE 'Chargement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-COURS.
           READ chgfic
             AT END     SET w-eof-chg-oui  TO TRUE
             NOT AT END SET w-eof-chg-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un cours : jour de cotation numerique, devise
      * renseignee et autre que l'euro, cours numerique non nul.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN f-chg-dtcours NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-chg-devise = SPACES
               MOVE 'devise absente'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-chg-devise = 'EUR'
               MOVE 'euro non cote'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-chg-taux NOT NUMERIC
               MOVE 'cours invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-chg-taux = 0
               MOVE 'cours nul'            TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-COURS
           END-EVALUATE
           PERFORM LEC-COURS
           .

      *****************************************************************
      * Remplacement du cours du jour et de la devise : suppression de
      * l'eventuel cours deja charge, puis insertion.
      *****************************************************************
       INSERE-COURS.
           MOVE f-chg-devise               TO tlmchg-devise
           MOVE f-chg-dtcours              TO tlmchg-dtcours
           MOVE f-chg-taux                 TO tlmchg-taux
           EXEC SQL
             DELETE FROM TRAIN04.TLMCHG
               WHERE DEVISE  = :tlmchg-devise
                 AND DTCOURS = :tlmchg-dtcours
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-rempl
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DELETE TLMCHG <' tlmchg-devise
                       '><' tlmchg-dtcours '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           EXEC SQL
             INSERT INTO TRAIN04.TLMCHG (
                 DEVISE, DTCOURS, TAUX)
               VALUES (
                 :tlmchg-devise, :tlmchg-dtcours, :tlmchg-taux)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-cours
             IF tlmchg-dtcours > w-dernier-cours
             OR w-dernier-cours = SPACES THEN
               MOVE tlmchg-dtcours         TO w-dernier-cours
             END-IF
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMCHG <' tlmchg-devise
                     '><' tlmchg-dtcours '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-chg (1 : 22)             TO w-enr-log (8 : 22)
           MOVE '>'                        TO w-enr-log (30 : 1)
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
           MOVE '|        CHARGEMENT DES COURS DE CHANGE          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|        ------------------------------          |'
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
           MOVE w-cpt-cours            TO w-rap-cours-nbr
           MOVE w-rap-cours            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rempl            TO w-rap-rempl-nbr
           MOVE w-rap-rempl            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-dernier-cours NOT = SPACES THEN
             STRING
               'Dernier jour de cotation charge : '
                                       DELIMITED SIZE
               w-dernier-cours         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           CLOSE chgfic
           IF w-chgfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE COURS <' w-chgfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM97.
