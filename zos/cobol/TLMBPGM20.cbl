      *    DES CIBLES D'UNE CAMPAGNE DE SOLLICITATION : ENREGISTRE LA
      *    CAMPAGNE DANS TLMCAM, SELECTIONNE LES CONTACTS ACTIFS DES
      *    PROSPECTS ACTIFS SELON LES CRITERES DU FICHIER DE CONTROLE
      *    CIBLAGE (STADE, VILLE, DIVISION NAF D'ACTIVITE, INTERVALLE
      *    DE TRANCHES D'EFFECTIF ; ESPACE = TOUS), EN EXCLUANT :
      *       - LES CONTACTS EN OPPOSITION (TLMCON.OPTOUT = 'O') ;
      *       - LES CONTACTS DEJA SOLLICITES RECEMMENT (LIGNE TLMCAMR
      *         DE MOINS DE N JOURS, N LU SUR LE FICHIER SEUIL, 30
      *    (COPY TLMCCIB1) ET TRACEE DANS TLMCAMR (REPONSE A ESPACE),
      *    POUR QUE LE CHARGEUR DE REPONSES TLMBPGM21 PUISSE COMPLETER
      *    ET QUE LES SELECTIONS SUIVANTES PUISSENT EXCLURE.
      *    LE FICHIER ETAPES (FACULTATIF, DD DUMMY = ENVOI UNIQUE)
      *    DECRIT LES ETAPES DE RELANCE DE LA CAMPAGNE, CHARGEES DANS
      *    TLMSEQ : L'ETAPE 01 EST L'ENVOI FAIT ICI (SON CANAL EST
      *    PORTE SUR CHAQUE CIBLE), LES SUIVANTES SONT ENVOYEES PAR LE
      *    BATCH QUOTIDIEN TLMBPGM115. UNE SEQUENCE MAL FORMEE BLOQUE
      *    LA CREATION DE LA CAMPAGNE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM20.
      *    Fichier de controle portant le delai d'exclusion (jours)
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier des etapes de la sequence de relance (facultatif)
           SELECT etapes   ASSIGN TO ETAPES
             FILE STATUS IS w-etapes.
      *    Fichier des cibles retenues (COPY TLMCCIB1)
           SELECT cibles  ASSIGN TO CIBLES
             FILE STATUS IS w-cibles.
           05 f-par-stade                 PIC  X(01).
      *    Ville visee (espace = toutes)
           05 f-par-ville                 PIC  X(35).
      *    Division NAF visee, 2 chiffres (espace = toutes activites)
           05 f-par-nafdiv                PIC  X(02).
      *    Intervalle de tranches d'effectif vise, bornes comprises
      *    (cf. TLMPRO-TRANCHE) ; une borne a espace est ouverte, les
      *    deux a espace = pas de critere d'effectif. Avec un critere
      *    d'effectif, les prospects d'effectif inconnu ou non
      *    employeurs ('NN') sont ecartes.
           05 f-par-tranche-min           PIC  X(02).
           05 f-par-tranche-max           PIC  X(02).
           05 FILLER                      PIC  X(12).
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-jours               PIC  9(05).
           05 FILLER                      PIC  X(75).
       FD etapes RECORDING MODE F.
       01 f-etapes.
      *    Rang de l'etape (01, 02, ... dans l'ordre)
           05 f-seq-etape                 PIC  9(02).
      *    Canal impose : 'E' courriel, 'T' telephone, 'C' courrier,
      *    espace = canal prefere du contact
           05 f-seq-canal                 PIC  X(01).
      *    Delai en jours ouvres apres l'etape precedente (ignore
      *    pour l'etape 01)
           05 f-seq-delai                 PIC  9(03).
      *    Libelle de l'etape
           05 f-seq-libelle               PIC  X(30).
           05 FILLER                      PIC  X(44).
       FD cibles RECORDING MODE F.
       COPY TLMCCIB1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
           EXEC SQL
             INCLUDE DCLCAMR
           END-EXEC.
           EXEC SQL
             INCLUDE DCLSEQ
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMPRO (codification
      *    des tranches d'effectif)
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-ciblage                      PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-etapes                       PIC   X(02).
       01 w-cibles                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Criteres de la campagne exploitables ?
       01 w-cib-ok                       PIC   9.
           88 w-cib-ok-oui                       VALUE 1.
           88 w-cib-ok-non                       VALUE 0.
      *    Nombre de divisions TLMNAF portant la division visee
       77 w-naf-cnt                      PIC  S9(07) COMP-3.
      *    Delai d'exclusion des contacts deja sollicites (jours)
       01 w-excl-jours                   PIC   9(05) VALUE 00030.
      *    Etapes de la sequence lues sur ETAPES, controlees avant
      *    toute creation (20 etapes au plus)
       01 w-seq.
           05 w-seq-ent OCCURS 20.
              10 w-seq-canal              PIC  X(01).
              10 w-seq-delai              PIC  9(03).
              10 w-seq-libelle            PIC  X(30).
       77 w-seq-nbr                      PIC  S9(03) COMP-3 VALUE 0.
       77 w-seq-i                        PIC  S9(03) COMP-3.
       01 w-eof-seq                      PIC   9.
           88 w-eof-seq-oui                      VALUE 1.
           88 w-eof-seq-non                      VALUE 0.
      *    Date du jour (AAAAMMJJ) : un prospect ou un contact mis en
      *    attente jusqu'a une date posterieure est ecarte
       01 w-date-jour                    PIC   X(08).
      *    Canal impose a l'envoi initial (etape 01), espace si aucun
       01 w-canal-init                   PIC   X(01) VALUE SPACE.
      *    Fin de parcours du curseur des cibles
       01 w-eot-cib                      PIC   9.
           88 w-eot-cib-oui                      VALUE 1.
           05 FILLER                     PIC   X(43) VALUE
                'Delai d''exclusion retenu (jours) :         '.
           05 w-rap-seuil-nbr             PIC   ZZZZ9.
       01 w-rap-etape.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''etapes de la sequence :           '.
           05 w-rap-etape-nbr             PIC   ZZZZZZ9.
       01 w-rap-cible.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de cibles retenues :                '.

      *****************************************************************
      * Curseur des cibles : contacts actifs, non opposes, de
      * prospects actifs repondant aux criteres stade/ville/division
      * NAF/tranches d'effectif de la campagne (espace = critere non
      * filtrant ; les bornes d'effectif sont completees par INIT des
      * qu'une seule est donnee), et non sollicites
      * depuis moins de w-excl-jours jours, toutes campagnes
      * confondues. Un prospect ou un contact en attente (date de
      * reprise posterieure au jour, cf. DTATTENTE) est ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CIBLE CURSOR FOR
                 AND P.STATUT = 'A'
                 AND C.STATUT = 'A'
                 AND C.OPTOUT NOT = 'O'
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
                 AND (:tlmcam-stade-cible = ' '
                      OR P.STADE = :tlmcam-stade-cible)
                 AND (:tlmcam-ville-cible = ' '
                      OR P.ADDR_VILLE = :tlmcam-ville-cible)
                 AND (:tlmcam-nafdiv-cible = ' '
                      OR SUBSTR(P.NAF, 1, 2) = :tlmcam-nafdiv-cible)
                 AND (:tlmcam-tranche-min = ' '
                      OR (P.TRANCHE >= :tlmcam-tranche-min
                          AND P.TRANCHE <= :tlmcam-tranche-max
                          AND P.TRANCHE <> 'NN'
                          AND P.TRANCHE <> ' '))
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMCAMR R
                        WHERE R.CONID = C.ID
      *****************************************************************
       INIT.
           SET w-cib-ok-non                TO TRUE
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT ciblage
           IF w-ciblage = '00' THEN
             READ ciblage
                     MOVE f-par-libelle    TO tlmcam-libelle
                     MOVE f-par-stade      TO tlmcam-stade-cible
                     MOVE f-par-ville      TO tlmcam-ville-cible
                     MOVE f-par-nafdiv     TO tlmcam-nafdiv-cible
                     MOVE f-par-tranche-min
                                           TO tlmcam-tranche-min
                     MOVE f-par-tranche-max
                                           TO tlmcam-tranche-max
                   END-IF
             END-READ
             CLOSE ciblage
           END-IF
           MOVE 0                          TO w-cpt-cible
           PERFORM ENTETE
           IF w-cib-ok-oui THEN
             PERFORM CTL-SEGMENT
           END-IF
           IF w-cib-ok-oui THEN
             PERFORM LEC-SEQUENCE
           END-IF
           .

      *****************************************************************
      * Controle des criteres de segmentation : division NAF connue
      * du referentiel TLMNAF, bornes d'effectif prises dans la
      * codification INSEE (hors 'NN') et ordonnees. Une borne seule
      * est completee par la plus petite ('00') ou la plus grande
      * ('53') tranche. Un critere errone bloque la campagne.
      *****************************************************************
       CTL-SEGMENT.
           IF tlmcam-nafdiv-cible NOT = SPACES THEN
             MOVE 0                        TO w-naf-cnt
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-naf-cnt
                 FROM TRAIN04.TLMNAF
                 WHERE CODE   = :tlmcam-nafdiv-cible
                   AND NIVEAU = 'D'
             END-EXEC
             IF w-naf-cnt = 0 THEN
               SET w-cib-ok-non            TO TRUE
               DISPLAY 'MET-ERR DIVISION NAF INCONNUE <'
                       tlmcam-nafdiv-cible '>'
               STRING
                 'Division NAF inconnue <' DELIMITED SIZE
                 tlmcam-nafdiv-cible       DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             END-IF
           END-IF
           IF tlmcam-tranche-min NOT = SPACES
              OR tlmcam-tranche-max NOT = SPACES THEN
             IF tlmcam-tranche-min = SPACES THEN
               MOVE '00'                   TO tlmcam-tranche-min
             END-IF
             IF tlmcam-tranche-max = SPACES THEN
               MOVE '53'                   TO tlmcam-tranche-max
             END-IF
             MOVE tlmcam-tranche-min       TO tlmpro-tranche
             IF NOT TLMPRO-TRANCHE-VALIDE OR tlmpro-tranche = 'NN'
             THEN
               SET w-cib-ok-non            TO TRUE
             END-IF
             MOVE tlmcam-tranche-max       TO tlmpro-tranche
             IF NOT TLMPRO-TRANCHE-VALIDE OR tlmpro-tranche = 'NN'
             THEN
               SET w-cib-ok-non            TO TRUE
             END-IF
             IF tlmcam-tranche-min > tlmcam-tranche-max THEN
               SET w-cib-ok-non            TO TRUE
             END-IF
             IF w-cib-ok-non THEN
               DISPLAY 'MET-ERR TRANCHES EFFECTIF INVALIDES <'
                       tlmcam-tranche-min '-' tlmcam-tranche-max '>'
               STRING
                 'Tranches d''effectif invalides <'
                                           DELIMITED SIZE
                 tlmcam-tranche-min        DELIMITED SIZE
                 '-'                       DELIMITED SIZE
                 tlmcam-tranche-max        DELIMITED SIZE
                 '>'                       DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             END-IF
           END-IF
           .

      *****************************************************************
      * Lecture et controle des etapes de la sequence : rangs suivis
      * a partir de 01, canal E/T/C ou espace, delai de 1 a 999 jours
      * ouvres pour les etapes de relance. Fichier absent ou vide =
      * campagne a envoi unique.
      *****************************************************************
       LEC-SEQUENCE.
           MOVE 0                          TO w-seq-nbr
           SET w-eof-seq-oui               TO TRUE
           OPEN INPUT etapes
           IF w-etapes = '00' THEN
             SET w-eof-seq-non             TO TRUE
             PERFORM LEC-ETAPE             UNTIL w-eof-seq-oui
             CLOSE etapes
           END-IF
           IF w-seq-nbr > 0 THEN
             MOVE w-seq-canal (1)          TO w-canal-init
           END-IF
           .

       LEC-ETAPE.
           READ etapes
               AT END     SET w-eof-seq-oui TO TRUE
               NOT AT END PERFORM CTL-ETAPE
           END-READ
           .

       CTL-ETAPE.
           IF f-seq-etape NOT NUMERIC OR f-seq-delai NOT NUMERIC
           OR f-seq-etape NOT = w-seq-nbr + 1
           OR w-seq-nbr >= 20
           OR (f-seq-canal NOT = 'E' AND f-seq-canal NOT = 'T'
               AND f-seq-canal NOT = 'C' AND f-seq-canal NOT = SPACE)
           OR (f-seq-etape > 1 AND f-seq-delai = 0) THEN
             SET w-cib-ok-non              TO TRUE
             SET w-eof-seq-oui             TO TRUE
             DISPLAY 'MET-ERR SEQUENCE INVALIDE <' f-etapes(1:36) '>'
             STRING
               'Etape de sequence invalide <'
                                           DELIMITED SIZE
               f-etapes(1:36)              DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             ADD 1                         TO w-seq-nbr
             MOVE f-seq-canal              TO w-seq-canal (w-seq-nbr)
             MOVE f-seq-delai              TO w-seq-delai (w-seq-nbr)
             MOVE f-seq-libelle            TO w-seq-libelle (w-seq-nbr)
             IF w-seq-nbr = 1 THEN
               MOVE 0                      TO w-seq-delai (w-seq-nbr)
             END-IF
           END-IF
           .

      *****************************************************************
      * Enregistrement des etapes de la sequence dans TLMSEQ, dans la
      * meme unite de travail que la campagne.
      *****************************************************************
       CREE-SEQUENCE.
           MOVE 0                          TO w-seq-i
           PERFORM CREE-ETAPE              UNTIL w-seq-i >= w-seq-nbr
                                              OR w-cib-ok-non
           .

       CREE-ETAPE.
           ADD 1                           TO w-seq-i
           MOVE tlmcam-id                  TO tlmseq-camid
           MOVE w-seq-i                    TO tlmseq-etape
           MOVE w-seq-canal (w-seq-i)      TO tlmseq-canal
           MOVE w-seq-delai (w-seq-i)      TO tlmseq-delai
           MOVE w-seq-libelle (w-seq-i)    TO tlmseq-libelle
           EXEC SQL
             INSERT INTO TRAIN04.TLMSEQ (
                 CAMID, ETAPE, CANAL, DELAI, LIBELLE)
               VALUES (
                 :tlmseq-camid, :tlmseq-etape, :tlmseq-canal,
                 :tlmseq-delai, :tlmseq-libelle)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-cib-ok-non              TO TRUE
             DISPLAY 'MET-ERR INSERT TLMSEQ <' tlmseq-camid
                     '> SQLCODE <' sqlcode '>'
             EXEC SQL
               ROLLBACK
             END-EXEC
           END-IF
           .

      *****************************************************************
       CREE-CAMPAGNE.
           EXEC SQL
             INSERT INTO TRAIN04.TLMCAM (
                 ID, LIBELLE, STADE_CIBLE, VILLE_CIBLE, DTCREA,
                 NAFDIV_CIBLE, TRANCHE_MIN, TRANCHE_MAX)
               VALUES (
                 :tlmcam-id, :tlmcam-libelle, :tlmcam-stade-cible,
                 :tlmcam-ville-cible, CURRENT TIMESTAMP,
                 :tlmcam-nafdiv-cible, :tlmcam-tranche-min,
                 :tlmcam-tranche-max)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-cib-ok-non              TO TRUE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             PERFORM CREE-SEQUENCE
           END-IF
           .

      *****************************************************************
       TRT-CIBLE.
           MOVE SPACES                     TO f-cib
           MOVE tlmcam-id                  TO f-cib-camid
           MOVE w-pro-id                   TO f-cib-pro-id
           MOVE w-pro-nom                  TO f-cib-pro-nom
           MOVE w-pro-ville                TO f-cib-pro-ville
           MOVE w-con-mel                  TO f-cib-con-mel
           MOVE w-con-plage                TO f-cib-con-plage
           MOVE w-con-langue               TO f-cib-con-langue
           MOVE 1                          TO f-cib-etape
           MOVE w-canal-init               TO f-cib-canal
           WRITE f-cib
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE CIBLES <' w-cibles '>'
           MOVE w-con-id                   TO tlmcamr-conid
           EXEC SQL
             INSERT INTO TRAIN04.TLMCAMR (
                 CAMID, CONID, DTSOL, REPONSE, ETAPE)
               VALUES (
                 :tlmcamr-camid, :tlmcamr-conid,
                 CURRENT TIMESTAMP, ' ', 1)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR TRACE TLMCAMR <' tlmcamr-conid
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-seq-nbr              TO w-rap-etape-nbr
           MOVE w-rap-etape            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cible            TO w-rap-cible-nbr
           MOVE w-rap-cible            TO w-enr-log
           PERFORM ECRIT-LOG
