      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SEGMENTATION DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM122
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA
      *    NOMENCLATURE D'ACTIVITES FRANCAISE (NAF REV.2) DANS LA
      *    TABLE TLMNAF DEPUIS LE FICHIER REFNAF (EXTRAIT DE LA
      *    NOMENCLATURE OFFICIELLE PUBLIEE PAR L'INSEE), UN
      *    ENREGISTREMENT PAR POSTE :
      *       - NIVEAU EN COL.1 : 'S' SECTION, 'D' DIVISION, 'C'
      *         SOUS-CLASSE ;
      *       - CODE EN COL.2-6, CADRE A GAUCHE : UNE LETTRE POUR UNE
      *         SECTION, 2 CHIFFRES POUR UNE DIVISION, 4 CHIFFRES ET
      *         UNE LETTRE POUR UNE SOUS-CLASSE (CODE APE SANS LE
      *         POINT, EX. '6201Z') ;
      *       - LETTRE DE LA SECTION DE RATTACHEMENT EN COL.7 ;
      *       - LIBELLE OFFICIEL EN COL.8-67.
      *    CODE ET SECTION SONT RAMENES EN MAJUSCULES. LA TABLE EST
      *    ENTIEREMENT REMPLACEE : LE FICHIER EST LA VERITE DU
      *    REFERENTIEL (MEME PRINCIPE QUE TLMBPGM118). SONT REJETES :
      *    LE NIVEAU INCONNU, LE CODE NON CONFORME A SON NIVEAU, LA
      *    SECTION ABSENTE OU DIFFERENTE DU CODE D'UNE SECTION, ET LE
      *    DOUBLON.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM122.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200608.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de la nomenclature NAF (DD REFNAF)
           SELECT naffic ASSIGN TO REFNAF
             FILE STATUS IS w-naffic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD naffic RECORDING MODE F.
       01 f-naf.
           05 f-naf-niveau                PIC  X(01).
           05 f-naf-code                  PIC  X(05).
           05 f-naf-section               PIC  X(01).
           05 f-naf-libelle               PIC  X(60).
           05 FILLER                      PIC  X(13).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMNAF
           EXEC SQL
             INCLUDE DCLNAF
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-naffic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFNAF
       01 w-eof-naf                      PIC   9.
           88 w-eof-naf-oui                      VALUE 1.
           88 w-eof-naf-non                      VALUE 0.
      *    Conformite du code du poste a son niveau (CTL-CODE)
       01 w-code-ok                      PIC   9.
           88 w-code-ok-oui                      VALUE 1.
           88 w-code-ok-non                      VALUE 0.
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-section               PIC  S9(07) COMP-3.
           05 w-cpt-division              PIC  S9(07) COMP-3.
           05 w-cpt-classe                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-section.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de sections chargees :              '.
           05 w-rap-section-nbr           PIC   ZZZZZZ9.
       01 w-rap-division.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de divisions chargees :             '.
           05 w-rap-division-nbr          PIC   ZZZZZZ9.
       01 w-rap-classe.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de sous-classes chargees :          '.
           05 w-rap-classe-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE LA NOMENCLATURE NAF'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-NAF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT naffic
           IF w-naffic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFNAF <' w-naffic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-section
                                              w-cpt-division
                                              w-cpt-classe w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne nomenclature est effacee
      * avant le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMNAF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMNAF <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier de la nomenclature
      *****************************************************************
       TRT-NAF.
           SET w-eof-naf-non                TO TRUE
           PERFORM LEC-NAF
           PERFORM CHARGE-ENR               UNTIL w-eof-naf-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-NAF.
           READ naffic
             AT END     SET w-eof-naf-oui  TO TRUE
             NOT AT END SET w-eof-naf-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un poste de la nomenclature.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-naf-niveau               TO tlmnaf-niveau
           MOVE f-naf-code                 TO tlmnaf-code
           MOVE f-naf-section              TO tlmnaf-section
           MOVE f-naf-libelle              TO tlmnaf-libelle
           INSPECT tlmnaf-niveau CONVERTING w-minuscules
                                         TO w-majuscules
           INSPECT tlmnaf-code   CONVERTING w-minuscules
                                         TO w-majuscules
           INSPECT tlmnaf-section CONVERTING w-minuscules
                                          TO w-majuscules
           PERFORM CTL-CODE
           EVALUATE TRUE
             WHEN NOT TLMNAF-NIVEAU-VALIDE
               MOVE 'niveau invalide'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-code-ok-non
               MOVE 'code malforme'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN tlmnaf-section = SPACE
               OR tlmnaf-section IS NOT ALPHABETIC-UPPER
               MOVE 'section absente'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN TLMNAF-NIVEAU-SECTION
              AND tlmnaf-section NOT = tlmnaf-code (1 : 1)
               MOVE 'section incoherente'  TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-NAF
           END-EVALUATE
           PERFORM LEC-NAF
           .

      *****************************************************************
      *    Conformite du code a son niveau : une lettre pour une
      *    section, deux chiffres pour une division, quatre chiffres
      *    et une lettre pour une sous-classe ; le reste a blanc.
       CTL-CODE.
           SET w-code-ok-non               TO TRUE
           EVALUATE TRUE
             WHEN TLMNAF-NIVEAU-SECTION
               IF tlmnaf-code (1 : 1) NOT = SPACE
                  AND tlmnaf-code (1 : 1) IS ALPHABETIC-UPPER
                  AND tlmnaf-code (2 : 4) = SPACES THEN
                 SET w-code-ok-oui         TO TRUE
               END-IF
             WHEN TLMNAF-NIVEAU-DIVISION
               IF tlmnaf-code (1 : 2) IS NUMERIC
                  AND tlmnaf-code (3 : 3) = SPACES THEN
                 SET w-code-ok-oui         TO TRUE
               END-IF
             WHEN TLMNAF-NIVEAU-CLASSE
               IF tlmnaf-code (1 : 4) IS NUMERIC
                  AND tlmnaf-code (5 : 1) NOT = SPACE
                  AND tlmnaf-code (5 : 1) IS ALPHABETIC-UPPER THEN
                 SET w-code-ok-oui         TO TRUE
               END-IF
           END-EVALUATE
           .

       INSERE-NAF.
           EXEC SQL
             INSERT INTO TRAIN04.TLMNAF (
                 CODE, NIVEAU, SECTION, LIBELLE, DTMAJ)
               VALUES (
                 :tlmnaf-code, :tlmnaf-niveau, :tlmnaf-section,
                 :tlmnaf-libelle, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN TLMNAF-NIVEAU-SECTION
                   ADD 1                   TO w-cpt-section
                 WHEN TLMNAF-NIVEAU-DIVISION
                   ADD 1                   TO w-cpt-division
                 WHEN OTHER
                   ADD 1                   TO w-cpt-classe
               END-EVALUATE
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMNAF <' tlmnaf-code
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
           MOVE f-naf (1 : 30)             TO w-enr-log (8 : 30)
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
           MOVE '|  CHARGEMENT DE LA NOMENCLATURE NAF             |'
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
           MOVE w-cpt-section          TO w-rap-section-nbr
           MOVE w-rap-section          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-division         TO w-rap-division-nbr
           MOVE w-rap-division         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-classe           TO w-rap-classe-nbr
           MOVE w-rap-classe           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE naffic
           IF w-naffic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFNAF <' w-naffic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM122.
