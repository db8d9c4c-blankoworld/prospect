      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SITE DE SECOURS
      * NOM DU PROGRAMME : TLMBPGM150
      * DESCRIPTION      : PROGRAMME BATCH D'EXPEDITION DU JOURNAL DES
      *    CHANGEMENTS VERS LE SITE DE SECOURS, LANCE A INTERVALLES
      *    FIXES PAR L'ORDONNANCEUR (TLMJRN1) AU SITE PRINCIPAL.
      *    LES COUCHES PHYSIQUES (TLMPPRO1, TLMPCON2, TLMPCAN5,
      *    TLMPAFF9, TLMPACT3, TLMPMAS7) JOURNALISENT DANS TLMJRN,
      *    DANS LA MEME UNITE DE TRAVAIL, CHAQUE ECRITURE REUSSIE
      *    (TABLE ET CLE DE L'ENSEMBLE TOUCHE). TLMBPGM150 :
      *    1) ATTRIBUE AUX LIGNES NON EXPEDIEES, DANS L'ORDRE DES
      *    CHANGEMENTS, UN NUMERO DE SEQUENCE CONTINU A LA SUITE DU
      *    DERNIER LOT (TLMJRC, SITE 'P') ET UN NUMERO DE LOT ;
      *    2) ECRIT LE LOT (FORMAT TLMCJRN1) : ENTETE, PUIS POUR CHAQUE
      *    CHANGEMENT L'IMAGE ACTUELLE DE TOUT L'ENSEMBLE (PROSPECT,
      *    AFFAIRE, CONTACTS DU PROSPECT, CANAUX OU ACTIVITES DU
      *    CONTACT ; ENSEMBLE VIDE = A SUPPRIMER), PUIS LA FIN DE
      *    CONTROLE. L'IMAGE ETANT RELUE A L'EXPEDITION, UN LOT PLUS
      *    RECENT PORTE TOUJOURS UNE IMAGE PLUS RECENTE : LE REJEU
      *    DANS L'ORDRE DES SEQUENCES REDONNE L'ETAT DU SITE
      *    PRINCIPAL A L'HEURE D'EXTRACTION DU LOT. UN LOT SANS
      *    CHANGEMENT EST TOUT DE MEME ECRIT (TEMOIN DE VIE) ;
      *    3) PURGE LES LIGNES EXPEDIEES DEPUIS PLUS DE N JOURS.
      *    CARTE SEUIL FACULTATIVE : RETENTION EN JOURS EN COL.1-3
      *    (007 PAR DEFAUT).
      *    LE LOT EST REJOUE AU SITE DE SECOURS PAR TLMBPGM151.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; RC 16 = RIEN DE
      *    VALIDE (SEQUENCES ET NUMERO DE LOT NON CONSOMMES), LOT A NE
      *    PAS TRANSMETTRE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM150.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200921.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Lot du journal des changements (COPY TLMCJRN1)
           SELECT journal ASSIGN TO JOURNAL
             FILE STATUS IS w-journal.
      *    Fichier de controle facultatif : retention en jours
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD journal RECORDING MODE F.
       COPY TLMCJRN1 REPLACING ==:PROG:== BY ==f==.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-retention           PIC  X(03).
           05 FILLER                      PIC  X(77).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour les tables du journal
      *    (TLMJRN) et de l'etat d'expedition (TLMJRC)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
           EXEC SQL
             INCLUDE DCLJRC
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour les tables dont les
      *    images sont expediees
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
           EXEC SQL
             INCLUDE DCLCON
           END-EXEC.
           EXEC SQL
             INCLUDE DCLCAN
           END-EXEC.
           EXEC SQL
             INCLUDE DCLAFF
           END-EXEC.
           EXEC SQL
             INCLUDE DCLACT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-journal                      PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours des curseurs du journal et des ensembles
       01 w-eot-jrn                      PIC   9.
           88 w-eot-jrn-oui                      VALUE 1.
           88 w-eot-jrn-non                      VALUE 0.
       01 w-eot-ens                      PIC   9.
           88 w-eot-ens-oui                      VALUE 1.
           88 w-eot-ens-non                      VALUE 0.
      *    Etat d'expedition 'P' present en base
       01 w-etat                         PIC   9.
           88 w-etat-trouve                      VALUE 1.
           88 w-etat-absent                      VALUE 0.
      *    Lot en cours : numero, heure d'extraction, premiere et
      *    derniere sequence, heure du dernier changement
       01 w-lot                          PIC  S9(07) COMP-3.
       01 w-dtlot                        PIC   X(26).
       01 w-seq-deb                      PIC  S9(11) COMP-3.
       01 w-seq                          PIC  S9(11) COMP-3.
       01 w-dtchg-der                    PIC   X(26).
      *    Sous-sequence dans l'ensemble du changement courant
       01 w-sseq                         PIC  S9(05) COMP-3.
      *    Retention des lignes expediees en jours (SEUIL, ou valeur
      *    par defaut)
       01 w-retention                    PIC  S9(03) COMP-3 VALUE 7.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-chg                   PIC  S9(07) COMP-3.
           05 w-cpt-det                   PIC  S9(07) COMP-3.
           05 w-cpt-vide                  PIC  S9(07) COMP-3.
           05 w-cpt-pur                   PIC  S9(07) COMP-3.
       01 w-rap-lot.
           05 FILLER                     PIC   X(43) VALUE
                'Numero du lot expedie :                    '.
           05 w-rap-lot-nbr               PIC   ZZZZZZ9.
       01 w-rap-chg.
           05 FILLER                     PIC   X(43) VALUE
                'Changements expedies :                     '.
           05 w-rap-chg-nbr               PIC   ZZZZZZ9.
       01 w-rap-det.
           05 FILLER                     PIC   X(43) VALUE
                'Images expediees :                         '.
           05 w-rap-det-nbr               PIC   ZZZZZZ9.
       01 w-rap-vide.
           05 FILLER                     PIC   X(43) VALUE
                'Ensembles vides (a supprimer au secours) : '.
           05 w-rap-vide-nbr              PIC   ZZZZZZ9.
       01 w-rap-pur.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes expediees purgees du journal :      '.
           05 w-rap-pur-nbr               PIC   ZZZZZZ9.
       01 w-rap-ret.
           05 FILLER                     PIC   X(43) VALUE
                'Retention du journal (jours) :             '.
           05 w-rap-ret-nbr               PIC   ZZZZZZ9.
      *    Sequences et heure d'extraction du lot
       01 w-rap-seq.
           05 FILLER                     PIC   X(11) VALUE
                'Sequences '.
           05 w-rap-seq-deb               PIC   Z(10)9.
           05 FILLER                     PIC   X(04) VALUE ' a '.
           05 w-rap-seq-fin               PIC   Z(10)9.
           05 FILLER                     PIC   X(04) VALUE ' au '.
           05 w-rap-seq-dtlot             PIC   X(26).
      *    Ligne de detail par changement expedie
       01 w-lig-chg.
           05 w-lig-chg-seq               PIC   Z(10)9.
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-tabnom            PIC   X(08).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-cle               PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-oper              PIC   X(01).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-origine           PIC   X(12).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-dtchg             PIC   X(26).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-chg-nbr               PIC   ZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des changements non expedies, dans l'ordre ou ils ont
      * ete faits (identifiant unique pour departager les ex aequo)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-JRN CURSOR FOR
               SELECT JRNID, DTCHG, TABNOM, CLE, OPERATION, ORIGINE
               FROM TRAIN04.TLMJRN
               WHERE SEQ = 0
               ORDER BY DTCHG, JRNID
           END-EXEC.

      *****************************************************************
      * Curseurs des ensembles a plusieurs lignes : contacts d'un
      * prospect, canaux et activites d'un contact, tous statuts
      * confondus (un contact archive l'est aussi au secours)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CON CURSOR FOR
               SELECT ID, NOM, PRENOM, TEL, MEL, NOTE, PID, STATUT,
                      DTMAJ, OPTOUT, PRINCIPAL, FONCTION, PLAGE,
                      LANGUE, DTATTENTE, MOTATTENTE
               FROM TRAIN04.TLMCON
               WHERE PID = :tlmjrn-cle
               ORDER BY ID
           END-EXEC.

           EXEC SQL
             DECLARE CURS-CAN CURSOR FOR
               SELECT CONID, CANTYPE, VALEUR, PREFERE
               FROM TRAIN04.TLMCAN
               WHERE CONID = :tlmjrn-cle
               ORDER BY CANTYPE, VALEUR
           END-EXEC.

           EXEC SQL
             DECLARE CURS-ACT CURSOR FOR
               SELECT CONID, DTACT, TYPACT, NOTE, RESULTAT, ORIGINE
               FROM TRAIN04.TLMACT
               WHERE CONID = :tlmjrn-cle
               ORDER BY DTACT
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, EXPEDITION DU JOURNAL DES CHANGEMENTS'
           PERFORM INIT
           IF RETURN-CODE NOT = 16 THEN
             PERFORM LEC-ETAT
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM ECRIT-ENTETE-LOT
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM TRT-JOURNAL
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM ECRIT-FIN-LOT
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM MAJ-ETAT
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM PURGE-JOURNAL
           END-IF
           IF RETURN-CODE = 16 THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil facultatif et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN OUTPUT journal
           IF w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAL <' w-journal '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-retention NUMERIC
                      AND f-seuil-retention > '000' THEN
                     MOVE f-seuil-retention  TO w-retention
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           MOVE 0                          TO w-cpt-chg w-cpt-det
                                              w-cpt-vide w-cpt-pur
           MOVE 0                          TO w-lot w-seq w-seq-deb
           MOVE SPACES                     TO w-dtlot w-dtchg-der
           PERFORM ENTETE
           .

      *****************************************************************
      * Etat du dernier lot expedie (TLMJRC, site 'P') : le lot en
      * cours prend le numero suivant et sa premiere sequence suit la
      * derniere expediee. Sans etat (premiere expedition), lot 1 et
      * sequence 1. L'heure d'extraction est prise avant la lecture
      * du journal : tout changement valide avant elle est dans ce
      * lot ou dans un precedent.
      *****************************************************************
       LEC-ETAT.
           EXEC SQL
             SELECT LOT, SEQ, DTLOT, DTCHG
               INTO :tlmjrc-lot, :tlmjrc-seq, :tlmjrc-dtlot,
                    :tlmjrc-dtchg
               FROM TRAIN04.TLMJRC
               WHERE SITE = 'P'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-etat-trouve           TO TRUE
             WHEN 100
               SET w-etat-absent           TO TRUE
               MOVE 0                      TO tlmjrc-lot tlmjrc-seq
               MOVE SPACES                 TO tlmjrc-dtchg
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMJRC SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = 16 THEN
             COMPUTE w-lot     = tlmjrc-lot + 1
             COMPUTE w-seq-deb = tlmjrc-seq + 1
             MOVE tlmjrc-seq               TO w-seq
             EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :w-dtlot
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'MET-ERR HORODATAGE DU LOT SQLCODE <' SQLCODE
                       '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       ECRIT-ENTETE-LOT.
           MOVE SPACES                     TO f-jrn
           SET f-jrn-entete                TO TRUE
           MOVE w-lot                      TO f-jrn-lot
           MOVE w-dtlot                    TO f-jrn-ent-dtlot
           MOVE w-seq-deb                  TO f-jrn-ent-seqdeb
           PERFORM ECRIT-JOURNAL
           .

      *****************************************************************
      * Parcours des changements non expedies
      *****************************************************************
       TRT-JOURNAL.
           EXEC SQL
             OPEN CURS-JRN
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-JRN SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-jrn-non             TO TRUE
             PERFORM LEC-JRN
             PERFORM TRT-CHANGEMENT        UNTIL w-eot-jrn-oui
             EXEC SQL
               CLOSE CURS-JRN
             END-EXEC
           END-IF
           .

       LEC-JRN.
           EXEC SQL
             FETCH CURS-JRN
               INTO :tlmjrn-jrnid, :tlmjrn-dtchg, :tlmjrn-tabnom,
                    :tlmjrn-cle, :tlmjrn-operation, :tlmjrn-origine
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-jrn-non             TO TRUE
           ELSE
             SET w-eot-jrn-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-JRN SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un changement : sequence suivante, images de l'ensemble
      * touche, puis sequence et lot portes sur la ligne du journal.
      *****************************************************************
       TRT-CHANGEMENT.
           ADD 1                           TO w-seq
           ADD 1                           TO w-cpt-chg
           MOVE 0                          TO w-sseq
           EVALUATE tlmjrn-tabnom
             WHEN 'TLMPRO'
               PERFORM IMAGE-PRO
             WHEN 'TLMAFF'
               PERFORM IMAGE-AFF
             WHEN 'TLMCON'
               PERFORM IMAGE-CON
             WHEN 'TLMCAN'
               PERFORM IMAGE-CAN
             WHEN 'TLMACT'
               PERFORM IMAGE-ACT
             WHEN OTHER
               DISPLAY 'MET-ERR TABLE INCONNUE AU JOURNAL <'
                       tlmjrn-tabnom '> JRNID <' tlmjrn-jrnid '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
      *    ensemble vide : un seul detail sans image, a supprimer au
      *    site de secours
           IF RETURN-CODE NOT = 16 AND w-sseq = 0 THEN
             ADD 1                         TO w-cpt-vide
             MOVE SPACES                   TO f-jrn-det-image
             PERFORM ECRIT-DETAIL
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM MARQUE-EXPEDIEE
           END-IF
           IF RETURN-CODE = 16 THEN
             SET w-eot-jrn-oui             TO TRUE
           ELSE
             PERFORM LEC-JRN
           END-IF
           .

       IMAGE-PRO.
           EXEC SQL
             SELECT ID, NOM, ADDR_RUE, ADDR_CP, ADDR_VILLE, STATUT,
                    STADE, SECTEUR, COMMERCIAL, SIRET, SCORE, SOURCE,
                    DTMAJ, COMPTEFAC, PARRAIN, DTATTENTE, MOTATTENTE,
                    LATITUDE, LONGITUDE, NAF, TRANCHE, DTCREA,
                    QBUDGET, QDECIDEUR, QBESOIN, QDELAI, QDTVAL
               INTO :tlmpro-id, :tlmpro-nom, :tlmpro-addr-rue,
                    :tlmpro-addr-cp, :tlmpro-addr-ville,
                    :tlmpro-statut, :tlmpro-stade, :tlmpro-secteur,
                    :tlmpro-commercial, :tlmpro-siret, :tlmpro-score,
                    :tlmpro-source, :tlmpro-dtmaj, :tlmpro-comptefac,
                    :tlmpro-parrain, :tlmpro-dtattente,
                    :tlmpro-motattente, :tlmpro-latitude,
                    :tlmpro-longitude, :tlmpro-naf, :tlmpro-tranche,
                    :tlmpro-dtcrea, :tlmpro-qbudget,
                    :tlmpro-qdecideur, :tlmpro-qbesoin,
                    :tlmpro-qdelai, :tlmpro-qdtval
               FROM TRAIN04.TLMPRO
               WHERE ID = :tlmjrn-cle
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES                 TO f-jrn-det-image
               MOVE tlmpro                 TO f-jrn-det-image
               ADD 1                       TO w-sseq
               PERFORM ECRIT-DETAIL
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMPRO <' tlmjrn-cle
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       IMAGE-AFF.
           EXEC SQL
             SELECT ID, PROID, LIBELLE, LIGNE, MONTANT, DTCLOSE,
                    STATUT, DTMAJ, MNTSIGNE, DTSIGN, DEVISE
               INTO :tlmaff-id, :tlmaff-proid, :tlmaff-libelle,
                    :tlmaff-ligne, :tlmaff-montant, :tlmaff-dtclose,
                    :tlmaff-statut, :tlmaff-dtmaj, :tlmaff-mntsigne,
                    :tlmaff-dtsign, :tlmaff-devise
               FROM TRAIN04.TLMAFF
               WHERE ID = :tlmjrn-cle
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES                 TO f-jrn-det-image
               MOVE tlmaff                 TO f-jrn-det-image
               ADD 1                       TO w-sseq
               PERFORM ECRIT-DETAIL
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMAFF <' tlmjrn-cle
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Contacts du prospect (cle du journal = PID)
      *****************************************************************
       IMAGE-CON.
           EXEC SQL
             OPEN CURS-CON
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CON SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ens-non             TO TRUE
             PERFORM LEC-CON
             PERFORM IMAGE-CON-ENR         UNTIL w-eot-ens-oui
             EXEC SQL
               CLOSE CURS-CON
             END-EXEC
           END-IF
           .

       LEC-CON.
           EXEC SQL
             FETCH CURS-CON
               INTO :tlmcon-id, :tlmcon-nom, :tlmcon-prenom,
                    :tlmcon-tel, :tlmcon-mel, :tlmcon-note,
                    :tlmcon-pid, :tlmcon-statut, :tlmcon-dtmaj,
                    :tlmcon-optout, :tlmcon-principal,
                    :tlmcon-fonction, :tlmcon-plage, :tlmcon-langue,
                    :tlmcon-dtattente, :tlmcon-motattente
           END-EXEC
           PERFORM VERIF-FETCH-ENS
           .

       IMAGE-CON-ENR.
           MOVE SPACES                     TO f-jrn-det-image
           MOVE tlmcon                     TO f-jrn-det-image
           ADD 1                           TO w-sseq
           PERFORM ECRIT-DETAIL
           IF RETURN-CODE = 16 THEN
             SET w-eot-ens-oui             TO TRUE
           ELSE
             PERFORM LEC-CON
           END-IF
           .

      *****************************************************************
      * Canaux du contact (cle du journal = CONID)
      *****************************************************************
       IMAGE-CAN.
           EXEC SQL
             OPEN CURS-CAN
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CAN SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ens-non             TO TRUE
             PERFORM LEC-CAN
             PERFORM IMAGE-CAN-ENR         UNTIL w-eot-ens-oui
             EXEC SQL
               CLOSE CURS-CAN
             END-EXEC
           END-IF
           .

       LEC-CAN.
           EXEC SQL
             FETCH CURS-CAN
               INTO :tlmcan-conid, :tlmcan-cantype, :tlmcan-valeur,
                    :tlmcan-prefere
           END-EXEC
           PERFORM VERIF-FETCH-ENS
           .

       IMAGE-CAN-ENR.
           MOVE SPACES                     TO f-jrn-det-image
           MOVE tlmcan                     TO f-jrn-det-image
           ADD 1                           TO w-sseq
           PERFORM ECRIT-DETAIL
           IF RETURN-CODE = 16 THEN
             SET w-eot-ens-oui             TO TRUE
           ELSE
             PERFORM LEC-CAN
           END-IF
           .

      *****************************************************************
      * Activites du contact (cle du journal = CONID)
      *****************************************************************
       IMAGE-ACT.
           EXEC SQL
             OPEN CURS-ACT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ACT SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ens-non             TO TRUE
             PERFORM LEC-ACT
             PERFORM IMAGE-ACT-ENR         UNTIL w-eot-ens-oui
             EXEC SQL
               CLOSE CURS-ACT
             END-EXEC
           END-IF
           .

       LEC-ACT.
           EXEC SQL
             FETCH CURS-ACT
               INTO :tlmact-conid, :tlmact-dtact, :tlmact-typact,
                    :tlmact-note, :tlmact-resultat, :tlmact-origine
           END-EXEC
           PERFORM VERIF-FETCH-ENS
           .

       IMAGE-ACT-ENR.
           MOVE SPACES                     TO f-jrn-det-image
           MOVE tlmact                     TO f-jrn-det-image
           ADD 1                           TO w-sseq
           PERFORM ECRIT-DETAIL
           IF RETURN-CODE = 16 THEN
             SET w-eot-ens-oui             TO TRUE
           ELSE
             PERFORM LEC-ACT
           END-IF
           .

      *****************************************************************
      * Controle commun des FETCH des curseurs d'ensemble
      *****************************************************************
       VERIF-FETCH-ENS.
           IF SQLCODE = 0 THEN
             SET w-eot-ens-non             TO TRUE
           ELSE
             SET w-eot-ens-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH ' tlmjrn-tabnom ' <' tlmjrn-cle
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Detail du lot : changement courant et image deja placee dans
      * f-jrn-det-image par l'appelant
      *****************************************************************
       ECRIT-DETAIL.
           SET f-jrn-detail                TO TRUE
           MOVE w-lot                      TO f-jrn-lot
           MOVE w-seq                      TO f-jrn-det-seq
           MOVE w-sseq                     TO f-jrn-det-sseq
           MOVE tlmjrn-dtchg               TO f-jrn-det-dtchg
           MOVE tlmjrn-tabnom              TO f-jrn-det-tabnom
           MOVE tlmjrn-cle                 TO f-jrn-det-cle
           MOVE tlmjrn-operation           TO f-jrn-det-oper
           MOVE tlmjrn-origine             TO f-jrn-det-origine
           PERFORM ECRIT-JOURNAL
           IF RETURN-CODE NOT = 16 THEN
             ADD 1                         TO w-cpt-det
           END-IF
           .

      *****************************************************************
      * Changement expedie : sequence et lot portes sur sa ligne, qui
      * ne sera plus reprise
      *****************************************************************
       MARQUE-EXPEDIEE.
           EXEC SQL
             UPDATE TRAIN04.TLMJRN
               SET LOT = :w-lot,
                   SEQ = :w-seq
               WHERE JRNID = :tlmjrn-jrnid
           END-EXEC
           IF SQLCODE = 0 THEN
             MOVE tlmjrn-dtchg             TO w-dtchg-der
             MOVE w-seq                    TO w-lig-chg-seq
             MOVE tlmjrn-tabnom            TO w-lig-chg-tabnom
             MOVE tlmjrn-cle               TO w-lig-chg-cle
             MOVE tlmjrn-operation         TO w-lig-chg-oper
             MOVE tlmjrn-origine           TO w-lig-chg-origine
             MOVE tlmjrn-dtchg             TO w-lig-chg-dtchg
             MOVE w-sseq                   TO w-lig-chg-nbr
             MOVE w-lig-chg                TO w-enr-log
             PERFORM ECRIT-LOG
           ELSE
             DISPLAY 'MET-ERR UPDATE TLMJRN <' tlmjrn-jrnid
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Fin de controle du lot : derniere sequence (premiere - 1 si
      * lot vide), nombres de changements et de details
      *****************************************************************
       ECRIT-FIN-LOT.
           MOVE SPACES                     TO f-jrn
           SET f-jrn-fin                   TO TRUE
           MOVE w-lot                      TO f-jrn-lot
           MOVE w-seq                      TO f-jrn-fin-seqfin
           MOVE w-cpt-chg                  TO f-jrn-fin-nbchg
           MOVE w-cpt-det                  TO f-jrn-fin-nbdet
           MOVE w-dtchg-der                TO f-jrn-fin-dtchg
           PERFORM ECRIT-JOURNAL
           .

      *****************************************************************
      * Etat d'expedition 'P' : dernier lot, derniere sequence, heure
      * d'extraction, heure du dernier changement (reconduite pour un
      * lot vide). Cree a la premiere expedition.
      *****************************************************************
       MAJ-ETAT.
           IF w-dtchg-der NOT = SPACES THEN
             MOVE w-dtchg-der              TO tlmjrc-dtchg
           END-IF
           IF tlmjrc-dtchg = SPACES THEN
             MOVE w-dtlot                  TO tlmjrc-dtchg
           END-IF
           MOVE w-lot                      TO tlmjrc-lot
           MOVE w-seq                      TO tlmjrc-seq
           MOVE w-dtlot                    TO tlmjrc-dtlot
           IF w-etat-trouve THEN
             EXEC SQL
               UPDATE TRAIN04.TLMJRC
                 SET LOT   = :tlmjrc-lot,
                     SEQ   = :tlmjrc-seq,
                     DTLOT = :tlmjrc-dtlot,
                     DTCHG = :tlmjrc-dtchg,
                     DTMAJ = CURRENT TIMESTAMP
                 WHERE SITE = 'P'
             END-EXEC
           ELSE
             EXEC SQL
               INSERT INTO TRAIN04.TLMJRC (
                   SITE, LOT, SEQ, DTLOT, DTCHG, DTMAJ)
                 VALUES (
                   'P', :tlmjrc-lot, :tlmjrc-seq, :tlmjrc-dtlot,
                   :tlmjrc-dtchg, CURRENT TIMESTAMP)
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR MAJ TLMJRC SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Purge des lignes expediees depuis plus de w-retention jours ;
      * nombre de lignes touchees repris de SQLERRD (3)
      *****************************************************************
       PURGE-JOURNAL.
           EXEC SQL
             DELETE FROM TRAIN04.TLMJRN
               WHERE SEQ   > 0
                 AND DTCHG < CURRENT TIMESTAMP - :w-retention DAYS
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-pur
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DELETE TLMJRN (PURGE) SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Ecriture d'un enregistrement du lot, avec verification du
      * code d'etat du fichier JOURNAL
      *****************************************************************
       ECRIT-JOURNAL.
           WRITE f-jrn
           IF w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE JOURNAL <' w-journal '>'
             MOVE 16                       TO RETURN-CODE
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
           MOVE '|     EXPEDITION DU JOURNAL DES CHANGEMENTS      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------------------------      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Sequence, table, cle, operation, origine, heure, nb'
                                       TO w-enr-log
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
           MOVE w-lot                  TO w-rap-lot-nbr
           MOVE w-rap-lot              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-seq-deb              TO w-rap-seq-deb
           MOVE w-seq                  TO w-rap-seq-fin
           MOVE w-dtlot                TO w-rap-seq-dtlot
           MOVE w-rap-seq              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-chg              TO w-rap-chg-nbr
           MOVE w-rap-chg              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-det              TO w-rap-det-nbr
           MOVE w-rap-det              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-vide             TO w-rap-vide-nbr
           MOVE w-rap-vide             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-retention            TO w-rap-ret-nbr
           MOVE w-rap-ret              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pur              TO w-rap-pur-nbr
           MOVE w-rap-pur              TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 16 THEN
             MOVE 'Incident : rien de valide (ROLLBACK), lot a ne pas'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'transmettre ; relancer apres correction'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE journal
           IF w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAL <' w-journal '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM150.
