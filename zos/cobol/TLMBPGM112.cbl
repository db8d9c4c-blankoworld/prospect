      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : EVENEMENTS COMMERCIAUX (SALONS)
      * NOM DU PROGRAMME : TLMBPGM112
      * DESCRIPTION      : PROGRAMME BATCH DE CONVERSION DES SCANS DE
      *    BADGES D'UN EVENEMENT (FICHIER EVTCTL, IDENTIFIANT EN
      *    COL.1-6) EN UN FICHIER DE PILOTAGE AU FORMAT TLMCPIL3,
      *    A PASSER EN PILOTAGE2 DE TLMBPGM3 (CF. TLMBPGM14 POUR LE
      *    CSV COMMERCIAL). L'EXPORT DU LECTEUR DE BADGES EST UN CSV
      *    PEU SOIGNE, DIX COLONNES DANS CET ORDRE :
      *       1 SOCIETE, 2 SIRET, 3 RUE, 4 CP, 5 VILLE, 6 NOM,
      *       7 PRENOM, 8 FONCTION, 9 TELEPHONE, 10 COURRIEL
      *    SEPAREES PAR DES VIRGULES OU DES POINTS-VIRGULES, VALEURS
      *    EVENTUELLEMENT ENTRE GUILLEMETS ET PRECEDEES D'ESPACES ;
      *    SIRET, CP ET TELEPHONE SONT REDUITS A LEURS CHIFFRES (UN
      *    SIRET QUI N'EN COMPTE PAS 14 EST IGNORE). LES LIGNES VIDES
      *    ET UNE LIGNE D'ENTETE EN TETE DE FICHIER SONT SAUTEES.
      *
      *    CHAQUE BADGE EST RAPPROCHE DES PROSPECTS ACTIFS :
      *       - PAR SIRET D'ABORD (CLE SURE) ;
      *       - A DEFAUT, PAR NOM NORMALISE DANS LE MEME CODE POSTAL
      *         (MEME NORMALISATION QUE TLMBPGM23/NORMALISE-NOM).
      *    UN PROSPECT RETROUVE RECOIT LE VISITEUR COMME NOUVEAU
      *    CONTACT (LIGNE A PORTANT SON IDENTIFIANT) ; SI LE VISITEUR
      *    Y EST DEJA CONTACT (MEME COURRIEL, OU MEMES NOM ET PRENOM),
      *    UNE ACTIVITE DE VISITE (LIGNE V) EST DECLAREE A LA PLACE.
      *    SINON LA LIGNE A CREE PROSPECT ET CONTACT (IDENTIFIANTS A
      *    BLANC, ATTRIBUES PAR TLMBPGM3) ET PORTE LA SOURCE
      *    D'ACQUISITION DE L'EVENEMENT (TLMEVT.SOURCE).
      *    CHAQUE BADGE CONVERTI EST TRACE DANS TLMEVL (RESULTAT DU
      *    RAPPROCHEMENT, STADE DU PROSPECT AU SCAN) POUR LE BILAN
      *    TLMBPGM113 ; UN BADGE DEJA TRACE POUR L'EVENEMENT (SCAN EN
      *    DOUBLE, FICHIER REPASSE) N'EST PAS RECONVERTI.
      *    LE COURRIEL DU BADGE EST RAPPROCHE SOUS SA FORME STOCKEE
      *    (JETON, CF. TLMTOK) OBTENUE DE TLMPCON2 EN RECHERCHE SEULE ;
      *    LE PILOTAGE, LUI, LE PORTE EN CLAIR (JETONNE PAR TLMBPGM3).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM112.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200309.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant l'evenement traite
           SELECT evtctl ASSIGN TO EVTCTL
             FILE STATUS IS w-evtctl.
      *    Export CSV du lecteur de badges (cf. format en tete)
           SELECT csv    ASSIGN TO BADGES
             FILE STATUS IS w-csv.
      *    Fichier de pilotage produit, au format attendu par TLMBPGM3
           SELECT pilote ASSIGN TO PILOTAGE
             FILE STATUS IS w-pilote.
      *    Fichier de journalisation (compte-rendu de traitement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD evtctl RECORDING MODE F.
       01 f-evtctl.
           05 f-ctl-evtid                 PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD csv RECORDING MODE F.
       01 f-csv                          PIC   X(500).
       FD pilote RECORDING MODE F.
       COPY TLMCPIL3 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).

       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour les tables evenement
           EXEC SQL
             INCLUDE DCLEVT
           END-EXEC.
           EXEC SQL
             INCLUDE DCLEVL
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (jeton du courriel, fct JETON)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-evtctl                       PIC   X(02).
       01 w-csv                          PIC   X(02).
       01 w-pilote                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Evenement exploitable ?
       01 w-evt-ok                       PIC   9.
           88 w-evt-ok-oui                       VALUE 1.
           88 w-evt-ok-non                       VALUE 0.
      *    Fin de fichier CSV
       01 w-eof-csv                      PIC   9.
           88 w-eof-csv-oui                      VALUE 1.
           88 w-eof-csv-non                      VALUE 0.
      *    Fin de parcours du curseur des prospects d'un code postal
       01 w-eot-cp                       PIC   9.
           88 w-eot-cp-oui                       VALUE 1.
           88 w-eot-cp-non                       VALUE 0.
      *    Ligne de badge decoupee (DECOUPE-CSV)
       01 w-csv-champs.
           05 w-csv-societe               PIC   X(35).
           05 w-csv-siret                 PIC   X(20).
           05 w-csv-rue                   PIC   X(40).
           05 w-csv-cp                    PIC   X(10).
           05 w-csv-ville                 PIC   X(35).
           05 w-csv-nom                   PIC   X(35).
           05 w-csv-prenom                PIC   X(35).
           05 w-csv-fonction              PIC   X(40).
           05 w-csv-tel                   PIC   X(20).
           05 w-csv-mel                   PIC   X(80).
      *    Courriel du badge sous sa forme stockee (RECHERCHE-CONTACT)
       01 w-csv-mel-jet                  PIC   X(80).
      *    Ligne de badge valide pour ecriture au pilotage ?
       01 w-ligne-valide                 PIC   9.
           88 w-ligne-valide-oui                 VALUE 1.
           88 w-ligne-valide-non                 VALUE 0.
      *    Motif de rejet d'une ligne non conforme
       77 w-rejet-motif                  PIC   X(40).
      *    Zone de cadrage a gauche d'une valeur (CADRE-GAUCHE)
       77 w-cad-zone                     PIC   X(80).
       77 w-cad-tmp                      PIC   X(80).
       77 w-cad-nb                       PIC  S9(04) COMP.
      *    Zone de reduction d'une valeur a ses chiffres
      *    (GARDE-CHIFFRES)
       77 w-chf-brut                     PIC   X(20).
       77 w-chf-net                      PIC   X(20).
       77 w-chf-i                        PIC  S9(04) COMP.
       77 w-chf-nb                       PIC  S9(04) COMP.
      *    Resultat du rapprochement du badge courant
       77 w-rap-pro-id                   PIC   X(06).
       77 w-rap-stade                    PIC   X(01).
       77 w-rap-type                     PIC   X(01).
       77 w-rap-con-id                   PIC   X(06).
      *    Prospect courant du curseur par code postal
       77 w-cp-pro-id                    PIC   X(06).
       77 w-cp-pro-nom                   PIC   X(35).
       77 w-cp-pro-stade                 PIC   X(01).
      *    Cle de rapprochement (nom normalise) du badge courant
       77 w-cle-scan                     PIC   X(35).
       77 w-nb                           PIC  S9(07) COMP-3.
      *****************************************************************
      * Zones de travail de la normalisation (NORMALISE-NOM, meme
      * regle que TLMBPGM23) : le nom brut est remonte en majuscules,
      * les accents sont rabattus sur la lettre nue, la ponctuation
      * et les chiffres deviennent des espaces, puis les espaces sont
      * comprimes.
      *****************************************************************
       77 w-nrm-brut                     PIC   X(35).
       77 w-nrm-net                      PIC   X(35).
       77 w-nrm-i                        PIC  S9(04) COMP.
       77 w-nrm-j                        PIC  S9(04) COMP.
       77 w-nrm-prec-esp                 PIC   9(01).
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Caracteres accentues du jeu Latin du poste (minuscules puis
      *    majuscules) et leurs lettres nues correspondantes
       01 w-accentues-val.
           05 FILLER                     PIC   X(15) VALUE
                X'E9E8EAEBE0E2E4E7EEEFF4F6F9FBFC'.
           05 FILLER                     PIC   X(15) VALUE
                X'C9C8CACBC0C2C4C7CECFD4D6D9DBDC'.
       01 w-accentues REDEFINES w-accentues-val
                                         PIC   X(30).
       77 w-desaccentues                 PIC   X(30) VALUE
            'EEEEAAACIIOOUUUEEEEAAACIIOOUUU'.
       77 w-ponctuation                  PIC   X(21) VALUE
            '.,;:-_&/()[]''"+*!?<>='.
      *    Horodatage de l'activite de visite (premier jour de
      *    l'evenement, a midi)
       01 w-dtact.
           05 w-dtact-aaaa                PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE '-'.
           05 w-dtact-mm                  PIC   X(02).
           05 FILLER                      PIC   X(01) VALUE '-'.
           05 w-dtact-jj                  PIC   X(02).
           05 FILLER                      PIC   X(16) VALUE
                '-12.00.00.000000'.
      *    Numero de ligne courant, pour affichage dans le log
       77 w-cpt-lec-aff                  PIC   ZZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-ajo                   PIC  S9(07) COMP-3.
           05 w-cpt-nouveau               PIC  S9(07) COMP-3.
           05 w-cpt-siret                 PIC  S9(07) COMP-3.
           05 w-cpt-nomcp                 PIC  S9(07) COMP-3.
           05 w-cpt-visite                PIC  S9(07) COMP-3.
           05 w-cpt-doublon               PIC  S9(07) COMP-3.
           05 w-cpt-rej                   PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes de badges lues :          '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-nouveau.
           05 FILLER                     PIC   X(43) VALUE
                'Nouveaux prospects (lignes A) :            '.
           05 w-rap-nouveau-nbr           PIC   ZZZZZZ9.
       01 w-rap-siret.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects retrouves par SIRET :            '.
           05 w-rap-siret-nbr             PIC   ZZZZZZ9.
       01 w-rap-nomcp.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects retrouves par nom et CP :        '.
           05 w-rap-nomcp-nbr             PIC   ZZZZZZ9.
       01 w-rap-visite.
           05 FILLER                     PIC   X(43) VALUE
                'dont contacts deja connus (lignes V) :     '.
           05 w-rap-visite-nbr            PIC   ZZZZZZ9.
       01 w-rap-doublon.
           05 FILLER                     PIC   X(43) VALUE
                'Badges deja convertis (ignores) :          '.
           05 w-rap-doublon-nbr           PIC   ZZZZZZ9.
       01 w-rap-rej.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees (mal formees) :  '.
           05 w-rap-rej-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des prospects actifs d'un code postal, pour le
      * rapprochement par nom normalise
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CP CURSOR FOR
               SELECT ID, NOM, STADE
               FROM TRAIN04.TLMPRO
               WHERE ADDR_CP = :tlmevl-cp
                 AND STATUT = 'A'
               ORDER BY ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CONVERSION DES SCANS DE BADGES -> PILOTAGE'
           PERFORM INIT
           IF w-evt-ok-oui THEN
             PERFORM TRT-CSV
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de l'evenement, ecriture de
      * l'entete du pilotage et de l'entete du log.
      *****************************************************************
       INIT.
           SET w-evt-ok-non                TO TRUE
           MOVE 'TLMBPGM112'               TO tlmcpil-origine
           MOVE SPACES                     TO tlmevt-id
           OPEN INPUT evtctl
           IF w-evtctl = '00' THEN
             READ evtctl
                 AT END     CONTINUE
                 NOT AT END
                   MOVE f-ctl-evtid        TO tlmevt-id
             END-READ
             CLOSE evtctl
           END-IF
           OPEN INPUT csv
           IF w-csv NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE BADGES <' w-csv '>'
           END-IF
           OPEN OUTPUT pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PILOTAGE <' w-pilote '>'
           ELSE
      *      entete de version du format courant ('02') : sans lui,
      *      TLMBPGM3 neutraliserait la source d'acquisition des
      *      lignes A (cf. TLMBPGM14)
             MOVE SPACES                  TO f-pil
             MOVE 'H'                     TO f-pil-ent-cmd
             MOVE '02'                    TO f-pil-ent-version
             MOVE 'TLMBP112'              TO f-pil-ent-emetteur
             WRITE f-pil
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-ajo
                                               w-cpt-nouveau
                                               w-cpt-siret
                                               w-cpt-nomcp
                                               w-cpt-visite
                                               w-cpt-doublon
                                               w-cpt-rej
           PERFORM ENTETE
           PERFORM LEC-EVENEMENT
           .

      *****************************************************************
      * L'evenement doit exister : il donne la source d'acquisition
      * des nouveaux prospects et la date de l'activite de visite.
      *****************************************************************
       LEC-EVENEMENT.
           EXEC SQL
             SELECT LIBELLE, SOURCE, DTDEB
               INTO :tlmevt-libelle, :tlmevt-source, :tlmevt-dtdeb
               FROM TRAIN04.TLMEVT
               WHERE ID = :tlmevt-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR EVENEMENT <' tlmevt-id
                     '> SQLCODE <' sqlcode '>'
             STRING
               'Evenement <'               DELIMITED SIZE
               tlmevt-id                   DELIMITED SIZE
               '> inconnu'                 DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             SET w-evt-ok-oui              TO TRUE
             MOVE tlmevt-dtdeb (1:4)       TO w-dtact-aaaa
             MOVE tlmevt-dtdeb (5:2)       TO w-dtact-mm
             MOVE tlmevt-dtdeb (7:2)       TO w-dtact-jj
             STRING
               'Evenement <'               DELIMITED SIZE
               tlmevt-id                   DELIMITED SIZE
               '> '                        DELIMITED SIZE
               tlmevt-libelle              DELIMITED SIZE
               ' source '                  DELIMITED SIZE
               tlmevt-source               DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des badges
      *****************************************************************
       TRT-CSV.
           SET w-eof-csv-non                TO TRUE
           PERFORM LEC-CSV
           PERFORM TRT-LIGNE                UNTIL w-eof-csv-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-CSV.
           READ csv
             AT END     SET w-eof-csv-oui  TO TRUE
             NOT AT END SET w-eof-csv-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Pour chaque ligne : decoupe, nettoyage, controle, puis
      * rapprochement et conversion, ou rejet journalise. Les lignes
      * vides et l'entete de colonnes sont sautees sans bruit.
      *****************************************************************
       TRT-LIGNE.
           ADD 1                           TO w-cpt-lec
           IF f-csv NOT = SPACES THEN
             PERFORM DECOUPE-CSV
             PERFORM NETTOIE-CHAMPS
             IF w-cpt-lec = 1 AND w-csv-cp NOT NUMERIC THEN
               MOVE 'Ligne d''entete ignoree' TO w-enr-log
               PERFORM ECRIT-LOG
             ELSE
               PERFORM VRF-LIGNE-CSV
               IF w-ligne-valide-oui THEN
                 PERFORM VRF-DEJA-CONVERTI
               END-IF
               IF w-ligne-valide-oui THEN
                 PERFORM RAPPROCHE-BADGE
                 PERFORM CONVERTIT-LIGNE
               END-IF
             END-IF
           END-IF
           PERFORM LEC-CSV
           .

      *****************************************************************
      * Decoupe de la ligne courante (10 colonnes separees par des
      * virgules ou des points-virgules) dans les champs w-csv-*.
      *****************************************************************
       DECOUPE-CSV.
           MOVE SPACES                     TO w-csv-champs
           UNSTRING f-csv  DELIMITED BY ',' OR ';'
             INTO w-csv-societe
                  w-csv-siret
                  w-csv-rue
                  w-csv-cp
                  w-csv-ville
                  w-csv-nom
                  w-csv-prenom
                  w-csv-fonction
                  w-csv-tel
                  w-csv-mel
           END-UNSTRING
           .

      *****************************************************************
      * Nettoyage : guillemets effaces, valeurs cadrees a gauche,
      * SIRET, CP et telephone reduits a leurs chiffres.
      *****************************************************************
       NETTOIE-CHAMPS.
           INSPECT w-csv-champs REPLACING ALL '"' BY SPACE
           MOVE w-csv-societe              TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-societe
           MOVE w-csv-rue                  TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-rue
           MOVE w-csv-ville                TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-ville
           MOVE w-csv-nom                  TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-nom
           MOVE w-csv-prenom               TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-prenom
           MOVE w-csv-fonction             TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-fonction
           MOVE w-csv-mel                  TO w-cad-zone
           PERFORM CADRE-GAUCHE
           MOVE w-cad-zone                 TO w-csv-mel
           MOVE w-csv-siret                TO w-chf-brut
           PERFORM GARDE-CHIFFRES
           IF w-chf-nb = 14 THEN
             MOVE w-chf-net                TO w-csv-siret
           ELSE
             MOVE SPACES                   TO w-csv-siret
           END-IF
           MOVE w-csv-cp                   TO w-chf-brut
           PERFORM GARDE-CHIFFRES
           MOVE w-chf-net                  TO w-csv-cp
           MOVE w-csv-tel                  TO w-chf-brut
           PERFORM GARDE-CHIFFRES
           MOVE w-chf-net                  TO w-csv-tel
           .

      *****************************************************************
      * Cadrage a gauche de w-cad-zone (espaces de tete retires).
      *****************************************************************
       CADRE-GAUCHE.
           MOVE 0                          TO w-cad-nb
           INSPECT w-cad-zone TALLYING w-cad-nb FOR LEADING SPACES
           IF w-cad-nb > 0 AND w-cad-nb < 80 THEN
             MOVE w-cad-zone (w-cad-nb + 1 : ) TO w-cad-tmp
             MOVE w-cad-tmp                TO w-cad-zone
           END-IF
           .

      *****************************************************************
      * Reduction de w-chf-brut a ses seuls chiffres, cadres a gauche
      * dans w-chf-net ; w-chf-nb en donne le nombre.
      *****************************************************************
       GARDE-CHIFFRES.
           MOVE SPACES                     TO w-chf-net
           MOVE 0                          TO w-chf-nb
           PERFORM GARDE-UN-CHIFFRE
             VARYING w-chf-i FROM 1 BY 1
             UNTIL w-chf-i > 20
           .

       GARDE-UN-CHIFFRE.
           IF w-chf-brut (w-chf-i : 1) NUMERIC THEN
             ADD 1                         TO w-chf-nb
             MOVE w-chf-brut (w-chf-i : 1)
               TO w-chf-net (w-chf-nb : 1)
           END-IF
           .

      *****************************************************************
      * Controle du badge nettoye : societe, nom et prenom du
      * visiteur obligatoires (cf. TLMBPGM3/VRF-CHAMPS-OBLIG), code
      * postal a 5 chiffres (cle du rapprochement par nom).
      *****************************************************************
       VRF-LIGNE-CSV.
           SET w-ligne-valide-oui          TO TRUE
           EVALUATE TRUE
             WHEN w-csv-societe = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'societe absente'      TO w-rejet-motif
             WHEN w-csv-nom = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'nom du visiteur absent' TO w-rejet-motif
             WHEN w-csv-prenom = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'prenom du visiteur absent' TO w-rejet-motif
             WHEN w-csv-cp (1:5) NOT NUMERIC
               OR w-csv-cp (6:5) NOT = SPACES
               SET w-ligne-valide-non      TO TRUE
               MOVE 'code postal malforme' TO w-rejet-motif
           END-EVALUATE
           IF w-ligne-valide-non THEN
             PERFORM ECRIT-REJET
           END-IF
           .

       ECRIT-REJET.
           ADD 1                           TO w-cpt-rej
           MOVE w-cpt-lec                  TO w-cpt-lec-aff
           STRING
             'REJET ligne '      DELIMITED SIZE
             w-cpt-lec-aff       DELIMITED SIZE
             ' <'                DELIMITED SIZE
             w-rejet-motif       DELIMITED SIZE
             '>'                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Badge deja trace pour cet evenement (meme societe, meme code
      * postal, meme visiteur) ? Il n'est pas reconverti.
      *****************************************************************
       VRF-DEJA-CONVERTI.
           MOVE tlmevt-id                  TO tlmevl-evtid
           MOVE w-csv-societe              TO tlmevl-nom
           MOVE w-csv-cp                   TO tlmevl-cp
           MOVE w-csv-nom                  TO tlmevl-connom
           MOVE w-csv-prenom               TO tlmevl-conprenom
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb
               FROM TRAIN04.TLMEVL
               WHERE EVTID = :tlmevl-evtid
                 AND NOM = :tlmevl-nom
                 AND CP = :tlmevl-cp
                 AND CONNOM = :tlmevl-connom
                 AND CONPRENOM = :tlmevl-conprenom
           END-EXEC
           IF SQLCODE = 0 AND w-nb > 0 THEN
             SET w-ligne-valide-non        TO TRUE
             ADD 1                         TO w-cpt-doublon
             MOVE w-cpt-lec                TO w-cpt-lec-aff
             STRING
               'Ligne '            DELIMITED SIZE
               w-cpt-lec-aff       DELIMITED SIZE
               ' badge deja converti : ' DELIMITED SIZE
               w-csv-nom           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rapprochement du badge avec les prospects actifs : SIRET,
      * puis nom normalise dans le code postal ; puis, sur un
      * prospect retrouve, recherche du visiteur parmi ses contacts.
      *****************************************************************
       RAPPROCHE-BADGE.
           MOVE SPACES                     TO w-rap-pro-id
                                               w-rap-con-id
                                               w-rap-type
           MOVE 'N'                        TO w-rap-stade
           MOVE w-csv-siret                TO tlmevl-siret
           IF tlmevl-siret NOT = SPACES THEN
             EXEC SQL
               SELECT ID, STADE
                 INTO :w-rap-pro-id, :w-rap-stade
                 FROM TRAIN04.TLMPRO
                 WHERE SIRET = :tlmevl-siret
                   AND STATUT = 'A'
                 ORDER BY ID
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 THEN
               MOVE 'S'                    TO w-rap-type
             ELSE
               MOVE SPACES                 TO w-rap-pro-id
               MOVE 'N'                    TO w-rap-stade
             END-IF
           END-IF
           IF w-rap-type = SPACE THEN
             PERFORM RAPPROCHE-NOM-CP
           END-IF
           IF w-rap-type NOT = SPACE THEN
             PERFORM RECHERCHE-CONTACT
           END-IF
           .

       RAPPROCHE-NOM-CP.
           MOVE w-csv-societe              TO w-nrm-brut
           PERFORM NORMALISE-NOM
           MOVE w-nrm-net                  TO w-cle-scan
           IF w-cle-scan NOT = SPACES THEN
             EXEC SQL
               OPEN CURS-CP
             END-EXEC
             SET w-eot-cp-non              TO TRUE
             PERFORM LEC-CP
             PERFORM COMPARE-CP            UNTIL w-eot-cp-oui
             EXEC SQL
               CLOSE CURS-CP
             END-EXEC
           END-IF
           .

       LEC-CP.
           EXEC SQL
             FETCH CURS-CP
               INTO :w-cp-pro-id, :w-cp-pro-nom, :w-cp-pro-stade
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cp-non              TO TRUE
           ELSE
             SET w-eot-cp-oui              TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CP SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *    Le premier prospect du code postal portant la meme cle est
      *    retenu (le plus ancien identifiant) et arrete le parcours.
       COMPARE-CP.
           MOVE w-cp-pro-nom               TO w-nrm-brut
           PERFORM NORMALISE-NOM
           IF w-nrm-net = w-cle-scan THEN
             MOVE w-cp-pro-id              TO w-rap-pro-id
             MOVE w-cp-pro-stade           TO w-rap-stade
             MOVE 'N'                      TO w-rap-type
             SET w-eot-cp-oui              TO TRUE
           ELSE
             PERFORM LEC-CP
           END-IF
           .

      *    Visiteur deja contact actif du prospect retrouve : meme
      *    courriel, ou memes nom et prenom (sans egard a la casse).
       RECHERCHE-CONTACT.
           MOVE w-csv-mel                  TO w-csv-mel-jet
           IF w-csv-mel NOT = SPACES THEN
             MOVE SPACES                   TO cpcon2-ent
             MOVE w-csv-mel                TO cpcon2-ent-jet-mel
             MOVE 'O'                      TO cpcon2-ent-jet-rech
             MOVE 'JETON'                  TO tlmcpil-fct
             CALL 'TLMPCON2' USING tlmcpil cpcon2
             IF tlmcpil-rc = '00' THEN
               MOVE cpcon2-sor-jet-mel     TO w-csv-mel-jet
             END-IF
           END-IF
           EXEC SQL
             SELECT ID
               INTO :w-rap-con-id
               FROM TRAIN04.TLMCON
               WHERE PID = :w-rap-pro-id
                 AND STATUT = 'A'
                 AND ((MEL = :w-csv-mel-jet AND MEL NOT = ' ')
                      OR (UPPER(NOM) = UPPER(:w-csv-nom)
                          AND UPPER(PRENOM) = UPPER(:w-csv-prenom)))
               ORDER BY ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0 THEN
             MOVE 'C'                      TO w-rap-type
           ELSE
             MOVE SPACES                   TO w-rap-con-id
           END-IF
           .

      *****************************************************************
      * NORMALISE-NOM (cf. TLMBPGM23) : cle de rapprochement du nom
      * w-nrm-brut dans w-nrm-net.
      *****************************************************************
       NORMALISE-NOM.
           INSPECT w-nrm-brut CONVERTING w-minuscules
                                      TO w-majuscules
           INSPECT w-nrm-brut CONVERTING w-accentues
                                      TO w-desaccentues
           INSPECT w-nrm-brut CONVERTING w-ponctuation
                                      TO SPACES
           INSPECT w-nrm-brut CONVERTING '0123456789'
                                      TO SPACES
           MOVE SPACES                     TO w-nrm-net
           MOVE 0                          TO w-nrm-j
           MOVE 1                          TO w-nrm-prec-esp
           PERFORM COMPRIME-ESPACE
             VARYING w-nrm-i FROM 1 BY 1
             UNTIL w-nrm-i > 35
           .

       COMPRIME-ESPACE.
           IF w-nrm-brut (w-nrm-i : 1) = SPACE THEN
             MOVE 1                        TO w-nrm-prec-esp
           ELSE
             IF w-nrm-prec-esp = 1 AND w-nrm-j > 0 THEN
               ADD 1                       TO w-nrm-j
             END-IF
             ADD 1                         TO w-nrm-j
             MOVE w-nrm-brut (w-nrm-i : 1)
               TO w-nrm-net (w-nrm-j : 1)
             MOVE 0                        TO w-nrm-prec-esp
           END-IF
           .

      *****************************************************************
      * Ecriture de la ligne de pilotage du badge (A, ou V pour un
      * contact deja connu) et trace du badge dans TLMEVL.
      *****************************************************************
       CONVERTIT-LIGNE.
           MOVE SPACES                     TO f-pil
           IF w-rap-type = 'C' THEN
             MOVE 'V'                      TO f-pil-act-cmd
             MOVE w-rap-con-id             TO f-pil-act-con-id
             MOVE w-dtact                  TO f-pil-act-dtact
             MOVE 'V'                      TO f-pil-act-type
             STRING
               'Visite evenement '         DELIMITED SIZE
               tlmevt-id                   DELIMITED SIZE
               ' '                         DELIMITED SIZE
               tlmevt-libelle              DELIMITED SIZE
               INTO f-pil-act-note
             END-STRING
           ELSE
             MOVE 'A'                      TO f-pil-cmd
             MOVE w-rap-pro-id             TO f-pil-pro-id
             MOVE w-csv-societe            TO f-pil-pro-nom
             MOVE w-csv-rue                TO f-pil-pro-rue
             MOVE w-csv-cp                 TO f-pil-pro-cp
             MOVE w-csv-ville              TO f-pil-pro-ville
             MOVE w-csv-siret              TO f-pil-pro-siret
      *      source d'acquisition de l'evenement, estampillee par
      *      TLMBPGM3 a la creation du prospect seulement
             MOVE tlmevt-source            TO f-pil-pro-source
             MOVE w-csv-nom                TO f-pil-con-nom
             MOVE w-csv-prenom             TO f-pil-con-prenom
             MOVE w-csv-tel                TO f-pil-con-tel
             MOVE w-csv-mel                TO f-pil-con-mel
             MOVE w-csv-fonction           TO f-pil-con-fonction
             MOVE w-rap-pro-id             TO f-pil-con-pid
             MOVE 'N'                      TO f-pil-con-optout
           END-IF
           WRITE f-pil
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PILOTAGE <' w-pilote '>'
           ELSE
             PERFORM COMPTE-BADGE
             PERFORM TRACE-BADGE
           END-IF
           .

       COMPTE-BADGE.
           EVALUATE w-rap-type
             WHEN 'S'
               ADD 1                       TO w-cpt-siret
             WHEN 'N'
               ADD 1                       TO w-cpt-nomcp
             WHEN 'C'
               ADD 1                       TO w-cpt-visite
             WHEN OTHER
               ADD 1                       TO w-cpt-nouveau
           END-EVALUATE
           IF w-rap-type NOT = 'C' THEN
             ADD 1                         TO w-cpt-ajo
           END-IF
           .

      *    Un contact deja connu est trace 'C' ; le rapprochement du
      *    prospect qui y a mene n'est pas conserve (il compte au
      *    bilan comme prospect retrouve).
       TRACE-BADGE.
           MOVE tlmevt-id                  TO tlmevl-evtid
           MOVE w-cpt-lec                  TO tlmevl-numlig
           MOVE w-rap-pro-id               TO tlmevl-proid
           MOVE w-rap-type                 TO tlmevl-rapproch
           MOVE w-rap-stade                TO tlmevl-stade0
           EXEC SQL
             INSERT INTO TRAIN04.TLMEVL (
                 EVTID, NUMLIG, SIRET, NOM, CP, CONNOM, CONPRENOM,
                 PROID, RAPPROCH, STADE0, DTSCAN)
               VALUES (
                 :tlmevl-evtid, :tlmevl-numlig, :tlmevl-siret,
                 :tlmevl-nom, :tlmevl-cp, :tlmevl-connom,
                 :tlmevl-conprenom, :tlmevl-proid, :tlmevl-rapproch,
                 :tlmevl-stade0, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR INSERT TLMEVL <' tlmevl-numlig
                     '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Ecriture de l'enregistrement de controle (trailer) en fin de
      * fichier PILOTAGE : seules les lignes A y sont cumulees (les
      * lignes V n'y figurent pas, cf. TLMCPIL3).
      *****************************************************************
       ECRIT-TRAILER-PILOTAGE.
           MOVE SPACES                     TO f-pil
           SET f-pil-cmd-fin                TO TRUE
           MOVE w-cpt-ajo                  TO f-pil-fin-nbr-ajo
           MOVE 0                          TO f-pil-fin-nbr-maj
           MOVE 0                          TO f-pil-fin-nbr-sup
           WRITE f-pil
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PILOTAGE <' w-pilote '>'
           END-IF
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
           MOVE '|     CONVERSION DES SCANS DE BADGES -> PILOTAGE |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ------------------------------------------ |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final, ecriture du trailer pilotage et fermeture
      * des fichiers.
      *****************************************************************
       FIN.
           PERFORM ECRIT-TRAILER-PILOTAGE
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nouveau          TO w-rap-nouveau-nbr
           MOVE w-rap-nouveau          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-siret            TO w-rap-siret-nbr
           MOVE w-rap-siret            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nomcp            TO w-rap-nomcp-nbr
           MOVE w-rap-nomcp            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-visite           TO w-rap-visite-nbr
           MOVE w-rap-visite           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-doublon          TO w-rap-doublon-nbr
           MOVE w-rap-doublon          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rej              TO w-rap-rej-nbr
           MOVE w-rap-rej              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE csv
           IF w-csv NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE BADGES <' w-csv '>'
           END-IF
           CLOSE pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PILOTAGE <' w-pilote '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM112.
