      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SUIVI DES GRANDS COMPTES
      * NOM DU PROGRAMME : TLMBPGM145
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    DES GRANDS COMPTES TLMGCP DEPUIS LE FICHIER REFGCP TENU PAR
      *    LA DIRECTION COMMERCIALE, UN ENREGISTREMENT PAR PROSPECT
      *    DESIGNE GRAND COMPTE :
      *       - PROSPECT EN COL.1-6 (IDENTIFIANT TLMPRO) ;
      *       - RESPONSABLE DU COMPTE EN COL.7-10 (CODE TLMCOM) ;
      *       - FREQUENCE DE REVUE DE COMPTE EN COL.11-12, EN MOIS
      *         (01 A 24) ;
      *       - DATE DE DESIGNATION EN COL.13-20 (AAAAMMJJ), BLANC =
      *         DATE DU JOUR : POINT DE DEPART DE LA PREMIERE REVUE
      *         ATTENDUE TANT QU'AUCUNE REVUE N'EST ENREGISTREE.
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DU REFERENTIEL (MEME PRINCIPE QUE TLMBPGM132) ; UN
      *    COMPTE QUI N'Y FIGURE PLUS PERD SON STATUT DE GRAND COMPTE.
      *    SONT REJETES : LE PROSPECT MALFORME, INCONNU OU INACTIF, LE
      *    RESPONSABLE INCONNU OU INACTIF DANS TLMCOM, LA FREQUENCE
      *    HORS 01-24, LA DATE DE DESIGNATION MALFORMEE ET LE DOUBLON.
      *    LES REVUES SONT DES ACTIVITES TLMACT DE TYPE 'R' ; LEUR
      *    SUIVI EST FAIT PAR TLMBPGM146 ET PAR LA FEUILLE DE ROUTE
      *    MATINALE TLMBPGM87.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM145.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200831.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des grands comptes (DD REFGCP)
           SELECT gcpfic ASSIGN TO REFGCP
             FILE STATUS IS w-gcpfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD gcpfic RECORDING MODE F.
       01 f-gcp.
           05 f-gcp-proid                 PIC  X(06).
           05 f-gcp-proprio               PIC  X(04).
           05 f-gcp-freq                  PIC  X(02).
           05 f-gcp-freq-n REDEFINES f-gcp-freq
                                          PIC  9(02).
           05 f-gcp-dtdesig               PIC  X(08).
           05 f-gcp-dtdesig-n REDEFINES f-gcp-dtdesig.
               10 f-gcp-desig-aaaa        PIC  9(04).
               10 f-gcp-desig-mm          PIC  9(02).
               10 f-gcp-desig-jj          PIC  9(02).
           05 FILLER                      PIC  X(60).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMGCP
           EXEC SQL
             INCLUDE DCLGCP
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-gcpfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFGCP
       01 w-eof-gcp                      PIC   9.
           88 w-eof-gcp-oui                      VALUE 1.
           88 w-eof-gcp-non                      VALUE 0.
      *    Controles d'existence (TLMPRO, TLMCOM)
       77 w-pro-statut                   PIC   X(01).
       77 w-com-statut                   PIC   X(01).
      *    Date du jour (AAAAMMJJ), designation par defaut
       01 w-date-jour                    PIC   X(08).
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
                'Nombre de grands comptes charges :         '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES GRANDS COMPTES'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-GRANDS-COMPTES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT gcpfic
           IF w-gcpfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFGCP <' w-gcpfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                              w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne liste des grands comptes est
      * effacee avant le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMGCP
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMGCP <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des grands comptes
      *****************************************************************
       TRT-GRANDS-COMPTES.
           SET w-eof-gcp-non                TO TRUE
           PERFORM LEC-GRAND-COMPTE
           PERFORM CHARGE-ENR               UNTIL w-eof-gcp-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-GRAND-COMPTE.
           READ gcpfic
             AT END     SET w-eof-gcp-oui  TO TRUE
             NOT AT END SET w-eof-gcp-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un grand compte.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           IF f-gcp-dtdesig = SPACES THEN
             MOVE w-date-jour              TO f-gcp-dtdesig
           END-IF
           MOVE f-gcp-proid                TO tlmgcp-proid
           MOVE f-gcp-proprio              TO tlmgcp-proprio
           PERFORM CONTROLE-REFERENCES
           EVALUATE TRUE
             WHEN f-gcp-proid NOT NUMERIC
               MOVE 'prospect malforme'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-pro-statut NOT = 'A'
               MOVE 'prospect inactif'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-com-statut NOT = 'A'
               MOVE 'responsable inactif'  TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-gcp-freq-n NOT NUMERIC
               MOVE 'frequence invalide'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-gcp-freq-n < 1 OR f-gcp-freq-n > 24
               MOVE 'frequence invalide'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-gcp-dtdesig NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-gcp-desig-mm < 1 OR f-gcp-desig-mm > 12
                  OR f-gcp-desig-jj < 1 OR f-gcp-desig-jj > 31
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-GRAND-COMPTE
           END-EVALUATE
           PERFORM LEC-GRAND-COMPTE
           .

      *****************************************************************
      * Le prospect doit etre actif dans TLMPRO, le responsable actif
      * dans TLMCOM (espace si inconnu).
      *****************************************************************
       CONTROLE-REFERENCES.
           MOVE SPACES                     TO w-pro-statut
                                              w-com-statut
           EXEC SQL
             SELECT STATUT
             INTO   :w-pro-statut
             FROM   TRAIN04.TLMPRO
             WHERE  ID = :tlmgcp-proid
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SPACES                   TO w-pro-statut
           END-IF
           EXEC SQL
             SELECT STATUT
             INTO   :w-com-statut
             FROM   TRAIN04.TLMCOM
             WHERE  CODE = :tlmgcp-proprio
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SPACES                   TO w-com-statut
           END-IF
           .

       INSERE-GRAND-COMPTE.
           MOVE f-gcp-freq-n               TO tlmgcp-freq
           MOVE f-gcp-dtdesig              TO tlmgcp-dtdesig
           EXEC SQL
             INSERT INTO TRAIN04.TLMGCP (
                 PROID, PROPRIO, FREQ, DTDESIG, DTMAJ)
               VALUES (
                 :tlmgcp-proid, :tlmgcp-proprio, :tlmgcp-freq,
                 :tlmgcp-dtdesig, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMGCP <' tlmgcp-proid
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
           MOVE f-gcp (1 : 20)             TO w-enr-log (8 : 20)
           MOVE '>'                        TO w-enr-log (28 : 1)
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
           MOVE '|  CHARGEMENT DES GRANDS COMPTES                 |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  -----------------------------                 |'
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
           CLOSE gcpfic
           IF w-gcpfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFGCP <' w-gcpfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM145.
