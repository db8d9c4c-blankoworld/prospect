      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SITE DE SECOURS
      * NOM DU PROGRAMME : TLMBPGM151
      * DESCRIPTION      : PROGRAMME BATCH DE REJEU DU JOURNAL DES
      *    CHANGEMENTS AU SITE DE SECOURS (TLMJRN2). LIT LES LOTS
      *    EXPEDIES PAR TLMBPGM150 (FORMAT TLMCJRN1) DANS L'ORDRE DE
      *    LEUR RECEPTION ET LES REJOUE DANS L'ORDRE DES SEQUENCES, A
      *    LA SUITE DE LA DERNIERE SEQUENCE DEJA EN BASE : CELLE DU
      *    DERNIER LOT REJOUE (TLMJRC, SITE 'S') OU, JUSTE APRES LA
      *    RESTAURATION DU CLICHE, CELLE DU DERNIER LOT EXPEDIE AVANT
      *    LE CLICHE (TLMJRC, SITE 'P', RESTAURE AVEC LUI).
      *    POUR CHAQUE CHANGEMENT, L'ENSEMBLE DE LIGNES DE LA CLE
      *    (PROSPECT, AFFAIRE, CONTACTS DU PROSPECT, CANAUX OU
      *    ACTIVITES DU CONTACT) EST SUPPRIME PUIS REINSERE A PARTIR
      *    DES IMAGES DU LOT ; ENSEMBLE VIDE = SUPPRESSION.
      *    - SEQUENCES DEJA REJOUEES : IGNOREES (LOT RECU DEUX FOIS) ;
      *    - PREMIERE SEQUENCE D'UN LOT AU-DELA DE LA SUITE ATTENDUE :
      *      TROU DANS LA SEQUENCE (LOT PERDU EN ROUTE), LE LOT ET LES
      *      SUIVANTS SONT ECARTES ET SIGNALES, RC 8 ; ILS SERONT
      *      REJOUES UNE FOIS LE LOT MANQUANT RETRANSMIS ;
      *    - LOT SANS FIN DE CONTROLE, COMPTES DISCORDANTS OU INCIDENT
      *      SQL : LOT ANNULE (ROLLBACK), RC 16.
      *    VALIDATION PAR LOT. LE COMPTE-RENDU DONNE LE POINT DE
      *    REPRISE ATTEINT : DERNIERE SEQUENCE REJOUEE, HEURE
      *    D'EXTRACTION DE SON LOT AU SITE PRINCIPAL (TOUT CHANGEMENT
      *    VALIDE AVANT ELLE EST EN BASE) ET HEURE DU DERNIER
      *    CHANGEMENT REJOUE ; LES CHANGEMENTS POSTERIEURS SONT PERDUS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM151.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200921.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Lots du journal des changements (COPY TLMCJRN1)
           SELECT journal ASSIGN TO JOURNAL
             FILE STATUS IS w-journal.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD journal RECORDING MODE F.
       COPY TLMCJRN1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table de l'etat
      *    d'expedition et de rejeu (TLMJRC)
           EXEC SQL
             INCLUDE DCLJRC
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour les tables rejouees
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
       01 w-log                          PIC   X(02).
      *    Fin du fichier des lots
       01 w-eof                          PIC   9.
           88 w-eof-oui                          VALUE 1.
           88 w-eof-non                          VALUE 0.
      *    Point de reprise : dernier lot et derniere sequence en
      *    base, heure d'extraction de ce lot, heure du dernier
      *    changement
       01 w-der-lot                      PIC  S9(07) COMP-3.
       01 w-der-seq                      PIC  S9(11) COMP-3.
       01 w-der-dtlot                    PIC   X(26).
       01 w-der-dtchg                    PIC   X(26).
      *    Lot en cours de lecture : numero, etat, premiere sequence,
      *    heure d'extraction, details lus, prochaine sequence
      *    attendue et derniere sequence rejouee
       01 w-lot                          PIC  S9(07) COMP-3.
       01 w-lot-etat                     PIC   X(01).
           88 w-lot-hors                         VALUE ' '.
           88 w-lot-rejeu                        VALUE 'A'.
           88 w-lot-trou                         VALUE 'T'.
           88 w-lot-ko                           VALUE 'K'.
       01 w-lot-seqdeb                   PIC  S9(11) COMP-3.
       01 w-lot-dtlot                    PIC   X(26).
       01 w-lot-nbdet                    PIC  S9(09) COMP-3.
       01 w-seq-att                      PIC  S9(11) COMP-3.
       01 w-seq-prec                     PIC  S9(11) COMP-3.
       01 w-lot-dtchg                    PIC   X(26).
      *    Cle de l'ensemble du changement courant
       01 w-cle                          PIC   X(06).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lot-lu                PIC  S9(07) COMP-3.
           05 w-cpt-lot-apl               PIC  S9(07) COMP-3.
           05 w-cpt-lot-deja              PIC  S9(07) COMP-3.
           05 w-cpt-lot-trou              PIC  S9(07) COMP-3.
           05 w-cpt-lot-ko                PIC  S9(07) COMP-3.
           05 w-cpt-chg                   PIC  S9(07) COMP-3.
           05 w-cpt-img                   PIC  S9(07) COMP-3.
      *    Compteurs du lot en cours (ajoutes aux totaux a sa
      *    validation)
       01 w-lot-cpt-chg                  PIC  S9(07) COMP-3.
       01 w-lot-cpt-img                  PIC  S9(07) COMP-3.
       01 w-rap-lot-lu.
           05 FILLER                     PIC   X(43) VALUE
                'Lots lus :                                 '.
           05 w-rap-lot-lu-nbr            PIC   ZZZZZZ9.
       01 w-rap-lot-apl.
           05 FILLER                     PIC   X(43) VALUE
                'Lots rejoues :                             '.
           05 w-rap-lot-apl-nbr           PIC   ZZZZZZ9.
       01 w-rap-lot-deja.
           05 FILLER                     PIC   X(43) VALUE
                'Lots deja rejoues (ignores) :              '.
           05 w-rap-lot-deja-nbr          PIC   ZZZZZZ9.
       01 w-rap-lot-trou.
           05 FILLER                     PIC   X(43) VALUE
                'Lots ecartes (trou dans la sequence) :     '.
           05 w-rap-lot-trou-nbr          PIC   ZZZZZZ9.
       01 w-rap-lot-ko.
           05 FILLER                     PIC   X(43) VALUE
                'Lots en anomalie (annules) :               '.
           05 w-rap-lot-ko-nbr            PIC   ZZZZZZ9.
       01 w-rap-chg.
           05 FILLER                     PIC   X(43) VALUE
                'Changements rejoues :                      '.
           05 w-rap-chg-nbr               PIC   ZZZZZZ9.
       01 w-rap-img.
           05 FILLER                     PIC   X(43) VALUE
                'Images ecrites :                           '.
           05 w-rap-img-nbr               PIC   ZZZZZZ9.
      *    Point de reprise atteint
       01 w-rap-rep.
           05 FILLER                     PIC   X(24) VALUE
                'Point de reprise : lot '.
           05 w-rap-rep-lot               PIC   ZZZZZZ9.
           05 FILLER                     PIC   X(11) VALUE
                ' sequence '.
           05 w-rap-rep-seq               PIC   Z(10)9.
       01 w-rap-rep-dtlot.
           05 FILLER                     PIC   X(43) VALUE
                'Extraction du lot au site principal :      '.
           05 w-rap-rep-dtlot-val         PIC   X(26).
       01 w-rap-rep-dtchg.
           05 FILLER                     PIC   X(43) VALUE
                'Dernier changement rejoue :                '.
           05 w-rap-rep-dtchg-val         PIC   X(26).
      *    Ligne par lot lu
       01 w-lig-lot.
           05 FILLER                      PIC   X(04) VALUE 'Lot '.
           05 w-lig-lot-num               PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-lot-dtlot             PIC   X(26).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-lot-etat              PIC   X(30).
      *    Ligne de signalement d'un trou dans la sequence
       01 w-lig-trou.
           05 FILLER                      PIC   X(22) VALUE
                '  Sequences manquantes'.
           05 w-lig-trou-deb              PIC   Z(10)9.
           05 FILLER                      PIC   X(03) VALUE ' a '.
           05 w-lig-trou-fin              PIC   Z(10)9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, REJEU DU JOURNAL DES CHANGEMENTS (SECOURS)'
           PERFORM INIT
           IF RETURN-CODE NOT = 16 THEN
             PERFORM LEC-ETAT
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             PERFORM LEC-JOURNAL
             PERFORM TRT-ENR               UNTIL w-eof-oui
      *      dernier lot sans fin de controle (transmission tronquee)
             IF NOT w-lot-hors THEN
               PERFORM LOT-INCOMPLET
             END-IF
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT journal
           IF w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAL <' w-journal '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lot-lu
                                              w-cpt-lot-apl
                                              w-cpt-lot-deja
                                              w-cpt-lot-trou
                                              w-cpt-lot-ko
                                              w-cpt-chg w-cpt-img
           MOVE 0                          TO w-der-lot w-der-seq
           MOVE SPACES                     TO w-der-dtlot w-der-dtchg
           SET w-lot-hors                  TO TRUE
           SET w-eof-non                   TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Point de depart : la plus avancee des lignes d'etat 'S'
      * (dernier lot rejoue ici) et 'P' (dernier lot expedie avant le
      * cliche restaure). Aucune ligne : tout est a rejouer depuis la
      * sequence 1.
      *****************************************************************
       LEC-ETAT.
           EXEC SQL
             SELECT LOT, SEQ, DTLOT, DTCHG
               INTO :tlmjrc-lot, :tlmjrc-seq, :tlmjrc-dtlot,
                    :tlmjrc-dtchg
               FROM TRAIN04.TLMJRC
               WHERE SITE IN ('P', 'S')
               ORDER BY SEQ DESC, LOT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE tlmjrc-lot             TO w-der-lot
               MOVE tlmjrc-seq             TO w-der-seq
               MOVE tlmjrc-dtlot           TO w-der-dtlot
               MOVE tlmjrc-dtchg           TO w-der-dtchg
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMJRC SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       LEC-JOURNAL.
           READ journal
               AT END
                 SET w-eof-oui             TO TRUE
           END-READ
           IF w-eof-non AND w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR LECTURE JOURNAL <' w-journal '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eof-oui                 TO TRUE
           END-IF
           .

       TRT-ENR.
           EVALUATE TRUE
             WHEN f-jrn-entete
               PERFORM DEBUT-LOT
             WHEN f-jrn-detail
               PERFORM DETAIL-LOT
             WHEN f-jrn-fin
               PERFORM FIN-LOT
             WHEN OTHER
               DISPLAY 'MET-ERR TYPE D''ENREGISTREMENT INCONNU <'
                       f-jrn-type '> LOT <' f-jrn-lot '>'
               MOVE 16                     TO RETURN-CODE
               IF NOT w-lot-hors THEN
                 SET w-lot-ko              TO TRUE
               END-IF
           END-EVALUATE
           PERFORM LEC-JOURNAL
           .

      *****************************************************************
      * Entete d'un lot : rejoue si sa premiere sequence suit (ou
      * chevauche) la derniere en base, ecarte sinon (trou).
      *****************************************************************
       DEBUT-LOT.
           IF NOT w-lot-hors THEN
             PERFORM LOT-INCOMPLET
           END-IF
           ADD 1                           TO w-cpt-lot-lu
           MOVE f-jrn-lot                  TO w-lot
           MOVE f-jrn-ent-seqdeb           TO w-lot-seqdeb
           MOVE f-jrn-ent-dtlot            TO w-lot-dtlot
           MOVE 0                          TO w-lot-nbdet w-seq-prec
                                              w-lot-cpt-chg
                                              w-lot-cpt-img
           MOVE SPACES                     TO w-lot-dtchg
           COMPUTE w-seq-att = w-der-seq + 1
           IF w-lot-seqdeb > w-seq-att THEN
             SET w-lot-trou                TO TRUE
           ELSE
             SET w-lot-rejeu               TO TRUE
           END-IF
           .

      *****************************************************************
      * Detail : un changement commence a chaque nouvelle sequence
      * (ensemble supprime), chaque image est reinseree. Les
      * sequences deja en base sont ignorees.
      *****************************************************************
       DETAIL-LOT.
           IF w-lot-hors THEN
             DISPLAY 'MET-ERR DETAIL HORS LOT <' f-jrn-lot '> SEQ <'
                     f-jrn-det-seq '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             ADD 1                         TO w-lot-nbdet
             IF f-jrn-lot NOT = w-lot THEN
               DISPLAY 'MET-ERR DETAIL DU LOT <' f-jrn-lot
                       '> DANS LE LOT <' w-lot '>'
               SET w-lot-ko                TO TRUE
             END-IF
             IF w-lot-rejeu AND f-jrn-det-seq > w-der-seq THEN
               IF f-jrn-det-seq NOT = w-seq-prec THEN
                 PERFORM DEBUT-CHANGEMENT
               END-IF
               IF w-lot-rejeu AND f-jrn-det-sseq > 0 THEN
                 PERFORM INSERE-IMAGE
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Nouveau changement : sa sequence doit etre exactement la
      * suivante ; l'ensemble de sa cle est supprime.
      *****************************************************************
       DEBUT-CHANGEMENT.
           IF f-jrn-det-seq NOT = w-seq-att THEN
             DISPLAY 'MET-ERR SEQUENCE <' f-jrn-det-seq
                     '> ATTENDUE <' w-seq-att '> LOT <' w-lot '>'
             SET w-lot-ko                  TO TRUE
           ELSE
             MOVE f-jrn-det-seq            TO w-seq-prec
             ADD 1                         TO w-seq-att
             ADD 1                         TO w-lot-cpt-chg
             MOVE f-jrn-det-dtchg          TO w-lot-dtchg
             MOVE f-jrn-det-cle            TO w-cle
             PERFORM EFFACE-ENSEMBLE
           END-IF
           .

       EFFACE-ENSEMBLE.
           EVALUATE f-jrn-det-tabnom
             WHEN 'TLMPRO'
               EXEC SQL
                 DELETE FROM TRAIN04.TLMPRO
                   WHERE ID = :w-cle
               END-EXEC
             WHEN 'TLMAFF'
               EXEC SQL
                 DELETE FROM TRAIN04.TLMAFF
                   WHERE ID = :w-cle
               END-EXEC
             WHEN 'TLMCON'
               EXEC SQL
                 DELETE FROM TRAIN04.TLMCON
                   WHERE PID = :w-cle
               END-EXEC
             WHEN 'TLMCAN'
               EXEC SQL
                 DELETE FROM TRAIN04.TLMCAN
                   WHERE CONID = :w-cle
               END-EXEC
             WHEN 'TLMACT'
               EXEC SQL
                 DELETE FROM TRAIN04.TLMACT
                   WHERE CONID = :w-cle
               END-EXEC
             WHEN OTHER
               DISPLAY 'MET-ERR TABLE INCONNUE <' f-jrn-det-tabnom
                       '> SEQ <' f-jrn-det-seq '>'
               SET w-lot-ko                TO TRUE
           END-EVALUATE
           IF w-lot-rejeu AND SQLCODE NOT = 0 AND SQLCODE NOT = 100
           THEN
             DISPLAY 'MET-ERR DELETE ' f-jrn-det-tabnom ' <' w-cle
                     '> SQLCODE <' SQLCODE '>'
             SET w-lot-ko                  TO TRUE
           END-IF
           .

      *****************************************************************
      * Reinsertion d'une image. Un contact est d'abord supprime par
      * son identifiant : il a pu changer de prospect.
      *****************************************************************
       INSERE-IMAGE.
           EVALUATE f-jrn-det-tabnom
             WHEN 'TLMPRO'
               MOVE f-jrn-det-image        TO tlmpro
               EXEC SQL
                 INSERT INTO TRAIN04.TLMPRO (
                     ID, NOM, ADDR_RUE, ADDR_CP, ADDR_VILLE, STATUT,
                     STADE, SECTEUR, COMMERCIAL, SIRET, SCORE,
                     SOURCE, DTMAJ, COMPTEFAC, PARRAIN, DTATTENTE,
                     MOTATTENTE, LATITUDE, LONGITUDE, NAF, TRANCHE,
                     DTCREA, QBUDGET, QDECIDEUR, QBESOIN, QDELAI,
                     QDTVAL)
                   VALUES (
                     :tlmpro-id, :tlmpro-nom, :tlmpro-addr-rue,
                     :tlmpro-addr-cp, :tlmpro-addr-ville,
                     :tlmpro-statut, :tlmpro-stade, :tlmpro-secteur,
                     :tlmpro-commercial, :tlmpro-siret,
                     :tlmpro-score, :tlmpro-source, :tlmpro-dtmaj,
                     :tlmpro-comptefac, :tlmpro-parrain,
                     :tlmpro-dtattente, :tlmpro-motattente,
                     :tlmpro-latitude, :tlmpro-longitude,
                     :tlmpro-naf, :tlmpro-tranche, :tlmpro-dtcrea,
                     :tlmpro-qbudget, :tlmpro-qdecideur,
                     :tlmpro-qbesoin, :tlmpro-qdelai, :tlmpro-qdtval)
               END-EXEC
             WHEN 'TLMAFF'
               MOVE f-jrn-det-image        TO tlmaff
               EXEC SQL
                 INSERT INTO TRAIN04.TLMAFF (
                     ID, PROID, LIBELLE, LIGNE, MONTANT, DTCLOSE,
                     STATUT, DTMAJ, MNTSIGNE, DTSIGN, DEVISE)
                   VALUES (
                     :tlmaff-id, :tlmaff-proid, :tlmaff-libelle,
                     :tlmaff-ligne, :tlmaff-montant, :tlmaff-dtclose,
                     :tlmaff-statut, :tlmaff-dtmaj, :tlmaff-mntsigne,
                     :tlmaff-dtsign, :tlmaff-devise)
               END-EXEC
             WHEN 'TLMCON'
               MOVE f-jrn-det-image        TO tlmcon
               EXEC SQL
                 DELETE FROM TRAIN04.TLMCON
                   WHERE ID = :tlmcon-id
               END-EXEC
               IF SQLCODE = 0 OR SQLCODE = 100 THEN
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMCON (
                       ID, NOM, PRENOM, TEL, MEL, NOTE, PID, STATUT,
                       DTMAJ, OPTOUT, PRINCIPAL, FONCTION, PLAGE,
                       LANGUE, DTATTENTE, MOTATTENTE)
                     VALUES (
                       :tlmcon-id, :tlmcon-nom, :tlmcon-prenom,
                       :tlmcon-tel, :tlmcon-mel, :tlmcon-note,
                       :tlmcon-pid, :tlmcon-statut, :tlmcon-dtmaj,
                       :tlmcon-optout, :tlmcon-principal,
                       :tlmcon-fonction, :tlmcon-plage,
                       :tlmcon-langue, :tlmcon-dtattente,
                       :tlmcon-motattente)
                 END-EXEC
               END-IF
             WHEN 'TLMCAN'
               MOVE f-jrn-det-image        TO tlmcan
               EXEC SQL
                 INSERT INTO TRAIN04.TLMCAN (
                     CONID, CANTYPE, VALEUR, PREFERE)
                   VALUES (
                     :tlmcan-conid, :tlmcan-cantype, :tlmcan-valeur,
                     :tlmcan-prefere)
               END-EXEC
             WHEN 'TLMACT'
               MOVE f-jrn-det-image        TO tlmact
               EXEC SQL
                 INSERT INTO TRAIN04.TLMACT (
                     CONID, DTACT, TYPACT, NOTE, RESULTAT, ORIGINE)
                   VALUES (
                     :tlmact-conid, :tlmact-dtact, :tlmact-typact,
                     :tlmact-note, :tlmact-resultat, :tlmact-origine)
               END-EXEC
           END-EVALUATE
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-lot-cpt-img
           ELSE
             DISPLAY 'MET-ERR INSERT ' f-jrn-det-tabnom ' <' w-cle
                     '> SEQ <' f-jrn-det-seq '> SQLCODE <' SQLCODE '>'
             SET w-lot-ko                  TO TRUE
           END-IF
           .

      *****************************************************************
      * Fin de controle d'un lot : valide si le numero, le nombre de
      * details et la derniere sequence concordent ; le lot rejoue
      * est alors valide avec le nouveau point de reprise, annule
      * sinon.
      *****************************************************************
       FIN-LOT.
           IF w-lot-hors THEN
             DISPLAY 'MET-ERR FIN HORS LOT <' f-jrn-lot '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             IF NOT w-lot-trou
                AND (f-jrn-lot NOT = w-lot
                  OR f-jrn-fin-nbdet NOT = w-lot-nbdet
                  OR (f-jrn-fin-seqfin > w-der-seq
                  AND f-jrn-fin-seqfin NOT = w-seq-att - 1)) THEN
               DISPLAY 'MET-ERR CONTROLE DU LOT <' w-lot
                       '> DETAILS <' w-lot-nbdet '/' f-jrn-fin-nbdet
                       '> SEQ <' f-jrn-fin-seqfin '>'
               SET w-lot-ko                TO TRUE
             END-IF
             EVALUATE TRUE
               WHEN w-lot-trou
                 PERFORM LOT-ECARTE
               WHEN w-lot-ko
                 PERFORM LOT-ANNULE
               WHEN f-jrn-fin-seqfin > w-der-seq
                 OR w-lot > w-der-lot
                 PERFORM LOT-VALIDE
               WHEN OTHER
                 ADD 1                     TO w-cpt-lot-deja
                 MOVE 'deja rejoue, ignore'
                                           TO w-lig-lot-etat
                 PERFORM ECRIT-LIG-LOT
             END-EVALUATE
           END-IF
           SET w-lot-hors                  TO TRUE
           .

      *****************************************************************
      * Lot rejoue : point de reprise porte sur la ligne d'etat 'S'
      * (creee au premier rejeu apres restauration) et validation.
      *****************************************************************
       LOT-VALIDE.
           IF w-lot > w-der-lot THEN
             MOVE w-lot                    TO tlmjrc-lot
             MOVE w-lot-dtlot              TO tlmjrc-dtlot
           ELSE
             MOVE w-der-lot                TO tlmjrc-lot
             MOVE w-der-dtlot              TO tlmjrc-dtlot
           END-IF
           IF f-jrn-fin-seqfin > w-der-seq THEN
             MOVE f-jrn-fin-seqfin         TO tlmjrc-seq
           ELSE
             MOVE w-der-seq                TO tlmjrc-seq
           END-IF
           IF w-lot-dtchg NOT = SPACES THEN
             MOVE w-lot-dtchg              TO tlmjrc-dtchg
           ELSE
             MOVE w-der-dtchg              TO tlmjrc-dtchg
           END-IF
           IF tlmjrc-dtchg = SPACES THEN
             MOVE tlmjrc-dtlot             TO tlmjrc-dtchg
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMJRC
               SET LOT   = :tlmjrc-lot,
                   SEQ   = :tlmjrc-seq,
                   DTLOT = :tlmjrc-dtlot,
                   DTCHG = :tlmjrc-dtchg,
                   DTMAJ = CURRENT TIMESTAMP
               WHERE SITE = 'S'
           END-EXEC
           IF SQLCODE = 100 THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMJRC (
                   SITE, LOT, SEQ, DTLOT, DTCHG, DTMAJ)
                 VALUES (
                   'S', :tlmjrc-lot, :tlmjrc-seq, :tlmjrc-dtlot,
                   :tlmjrc-dtchg, CURRENT TIMESTAMP)
             END-EXEC
           END-IF
           IF SQLCODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR VALIDATION DU LOT <' w-lot
                     '> SQLCODE <' SQLCODE '>'
             PERFORM LOT-ANNULE
           ELSE
             MOVE tlmjrc-lot               TO w-der-lot
             MOVE tlmjrc-seq               TO w-der-seq
             MOVE tlmjrc-dtlot             TO w-der-dtlot
             MOVE tlmjrc-dtchg             TO w-der-dtchg
             ADD 1                         TO w-cpt-lot-apl
             ADD w-lot-cpt-chg             TO w-cpt-chg
             ADD w-lot-cpt-img             TO w-cpt-img
             MOVE 'rejoue'                 TO w-lig-lot-etat
             PERFORM ECRIT-LIG-LOT
           END-IF
           .

      *****************************************************************
      * Lot en anomalie : tout ce qui en a ete rejoue est annule
      *****************************************************************
       LOT-ANNULE.
           EXEC SQL
             ROLLBACK
           END-EXEC
           ADD 1                           TO w-cpt-lot-ko
           MOVE 16                         TO RETURN-CODE
           MOVE 'ANOMALIE, annule'         TO w-lig-lot-etat
           PERFORM ECRIT-LIG-LOT
           .

      *****************************************************************
      * Lot ecarte : sequences manquantes entre la derniere en base
      * et la premiere du lot, a retransmettre
      *****************************************************************
       LOT-ECARTE.
           ADD 1                           TO w-cpt-lot-trou
           IF RETURN-CODE < 8 THEN
             MOVE 8                        TO RETURN-CODE
           END-IF
           MOVE 'TROU, ecarte'             TO w-lig-lot-etat
           PERFORM ECRIT-LIG-LOT
           COMPUTE w-lig-trou-deb = w-der-seq + 1
           COMPUTE w-lig-trou-fin = w-lot-seqdeb - 1
           MOVE w-lig-trou                 TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Lot sans fin de controle (suivi d'une autre entete ou de la
      * fin du fichier) : annule s'il etait rejoue
      *****************************************************************
       LOT-INCOMPLET.
           DISPLAY 'MET-ERR LOT <' w-lot '> SANS FIN DE CONTROLE'
           IF w-lot-trou THEN
             PERFORM LOT-ECARTE
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM LOT-ANNULE
           END-IF
           SET w-lot-hors                  TO TRUE
           .

       ECRIT-LIG-LOT.
           MOVE w-lot                      TO w-lig-lot-num
           MOVE w-lot-dtlot                TO w-lig-lot-dtlot
           MOVE w-lig-lot                  TO w-enr-log
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
           MOVE '|  REJEU DU JOURNAL DES CHANGEMENTS (SECOURS)    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ------------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Lot, extraction au site principal, etat'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final : volumes et point de reprise atteint, puis
      * fermeture des fichiers
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lot-lu           TO w-rap-lot-lu-nbr
           MOVE w-rap-lot-lu           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lot-apl          TO w-rap-lot-apl-nbr
           MOVE w-rap-lot-apl          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lot-deja         TO w-rap-lot-deja-nbr
           MOVE w-rap-lot-deja         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lot-trou         TO w-rap-lot-trou-nbr
           MOVE w-rap-lot-trou         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lot-ko           TO w-rap-lot-ko-nbr
           MOVE w-rap-lot-ko           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-chg              TO w-rap-chg-nbr
           MOVE w-rap-chg              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-img              TO w-rap-img-nbr
           MOVE w-rap-img              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-der-lot              TO w-rap-rep-lot
           MOVE w-der-seq              TO w-rap-rep-seq
           MOVE w-rap-rep              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-der-dtlot            TO w-rap-rep-dtlot-val
           MOVE w-rap-rep-dtlot        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-der-dtchg            TO w-rap-rep-dtchg-val
           MOVE w-rap-rep-dtchg        TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-cpt-lot-trou > 0 OR w-cpt-lot-ko > 0 THEN
             MOVE 'Lots ecartes ou annules : faire retransmettre les'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'sequences manquantes puis relancer'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           DISPLAY 'MET, POINT DE REPRISE LOT <' w-der-lot '> SEQ <'
                   w-der-seq '> EXTRACTION <' w-der-dtlot '>'
           CLOSE journal
           IF w-journal NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAL <' w-journal '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM151.
