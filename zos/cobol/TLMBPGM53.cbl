      *    STEP020 DANS LA MEME NUIT, CF. TLMNUIT1) ; UN FICHIER DE
      *    CONTROLE FENETRE FACULTATIF PERMET DE REJOUER UNE AUTRE
      *    BORNE (MEME PRINCIPE QUE TLMBPGM30).
      *
      *    UN PROSPECT PORTANT UNE ALERTE DU CRIBLAGE SANCTIONS/EMBARGO
      *    (TLMSAH, CF. TLMBPGM103) OUVERTE OU CONFIRMEE N'EST PAS
      *    TRANSMIS A LA FACTURATION : SA LIGNE EST RETENUE (ALERTES
      *    MARQUEES RETENU = 'O'). ELLE EST EMISE PAR UN RUN ULTERIEUR
      *    DES QUE TOUTES SES ALERTES ONT ETE LEVEES PAR LA CONFORMITE
      *    (ECRAN TLMA), MEME HORS FENETRE, ET LES ALERTES PASSENT A
      *    RETENU = 'E'.
      *
      *    DE MEME, UN PROSPECT DONT LE SIREN (NEUF PREMIERS CHIFFRES
      *    DU SIRET) PORTE UNE NOTATION DE L'ASSUREUR-CREDIT EN ALERTE
      *    (TLMRSQ : RISQUE ELEVE OU PROCEDURE COLLECTIVE, CF.
      *    TLMBPGM104) SANS ACCORD DU CREDIT MANAGER VOIT SA LIGNE
      *    RETENUE POUR REVUE (TLMORC). LE CREDIT MANAGER DONNE SON
      *    ACCORD PAR LE FICHIER DE CONTROLE FACULTATIF ACCORD (SIREN
      *    EN COL.1-9, IDENTIFIANT DU CREDIT MANAGER EN COL.10-17),
      *    APPLIQUE EN DEBUT DE RUN ; LA LIGNE EST ALORS EMISE DANS LE
      *    MEME RUN. UNE LIGNE N'EST EMISE QUE LORSQUE NI LE CRIBLAGE
      *    NI LE RISQUE DE CREDIT NE LA RETIENNENT PLUS.
      *
      *    ENFIN, UN CLIENT AUQUEL MANQUE UNE PIECE OBLIGATOIRE DU
      *    REFERENTIEL TLMTDO (AUCUN DOCUMENT DE CE TYPE SANS ECHEANCE
      *    OU D'ECHEANCE NON DEPASSEE DANS L'INDEX TLMDOC, TENU PAR
      *    TLMBPGM136) VOIT SA LIGNE RETENUE (TLMODO) ; ELLE EST EMISE
      *    PAR LE RUN QUI SUIT L'INDEXATION DES PIECES MANQUANTES.
      *
      *    CHAQUE EMISSION EST SUIVIE DANS TLMOFA (EN ATTENTE DE
      *    L'ACQUITTEMENT DE LA FACTURATION, TRAITE PAR TLMBPGM106).
      *    SONT REEMISES : LES OUVERTURES RESTEES SANS ACQUITTEMENT
      *    AU-DELA DU DELAI (MARQUEES A REEMETTRE PAR TLMBPGM106) ET
      *    LES OUVERTURES REJETEES PAR LA FACTURATION DONT LA FICHE,
      *    L'ADRESSE DE FACTURATION OU LE CONTACT PRINCIPAL A ETE
      *    CORRIGE DEPUIS LE REJET.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM53.
      *    Fichier de controle facultatif : debut de fenetre
           SELECT fenetre ASSIGN TO FENETRE
             FILE STATUS IS w-fenetre.
      *    Fichier de controle facultatif : accords du credit manager
           SELECT accord  ASSIGN TO ACCORD
             FILE STATUS IS w-accord.
      *    Fichier d'ouverture de compte emis vers la facturation
           SELECT ouvert  ASSIGN TO OUVERTURE
             FILE STATUS IS w-ouvert.
       01 f-fenetre.
           05 f-fen-ts-deb                PIC  X(26).
           05 FILLER                      PIC  X(54).
       FD accord RECORDING MODE F.
       01 f-accord.
           05 f-acc-siren                 PIC  X(09).
           05 f-acc-par                   PIC  X(08).
           05 FILLER                      PIC  X(63).
       FD ouvert RECORDING MODE F.
       COPY TLMCOUV1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-fenetre                      PIC   X(02).
       01 w-accord                       PIC   X(02).
       01 w-ouvert                       PIC   X(02).
       01 w-log                          PIC   X(02).
       01 w-stats                        PIC   X(02).
       01 w-eot-cli                      PIC   9.
           88 w-eot-cli-oui                      VALUE 1.
           88 w-eot-cli-non                      VALUE 0.
      *    Fin de parcours du curseur des ouvertures liberees
       01 w-eot-lib                      PIC   9.
           88 w-eot-lib-oui                      VALUE 1.
           88 w-eot-lib-non                      VALUE 0.
      *    Fin de parcours du curseur des ouvertures a reemettre
       01 w-eot-rem                      PIC   9.
           88 w-eot-rem-oui                      VALUE 1.
           88 w-eot-rem-non                      VALUE 0.
      *    Suivi TLMOFA de l'ouverture a reemettre : 'M' hors delai,
      *    'R' rejetee puis corrigee ; date d'emission AAAAMMJJ
       77 w-ofa-statut                   PIC   X(01).
       77 w-date-emis                    PIC   X(08).
      *    Fin de fichier ACCORD
       01 w-eof-acc                      PIC   9.
           88 w-eof-acc-oui                      VALUE 1.
           88 w-eof-acc-non                      VALUE 0.
      *    Nombre d'alertes de criblage bloquantes du prospect courant
       77 w-crib-cnt                     PIC  S9(07) COMP-3.
      *    Nombre de notations credit en alerte sans accord, et de
      *    retenues credit deja posees, pour le prospect courant
       77 w-rsq-cnt                      PIC  S9(07) COMP-3.
       77 w-orc-cnt                      PIC  S9(07) COMP-3.
      *    Nombre de pieces obligatoires manquantes ou expirees, et de
      *    retenues documentaires deja posees, pour le prospect courant
       77 w-doc-cnt                      PIC  S9(07) COMP-3.
       77 w-odo-cnt                      PIC  S9(07) COMP-3.
      *    SIREN du prospect courant ou de l'accord lu, et credit
      *    manager auteur de l'accord
       77 w-siren                        PIC   X(09).
       77 w-accordpar                    PIC   X(08).
      *    Ligne d'ouverture du prospect courant retenue (criblage,
      *    risque de credit ou pieces manquantes) ?
       01 w-retenue                      PIC   9.
           88 w-retenue-oui                      VALUE 1.
           88 w-retenue-non                      VALUE 0.
      *    Prospect courant du curseur (identite TLMPRO)
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
           05 w-cpt-sans-fac              PIC  S9(07) COMP-3.
      *       Nombre de prospects sans contact principal actif
           05 w-cpt-sans-con              PIC  S9(07) COMP-3.
      *       Nombre d'ouvertures retenues par le criblage
           05 w-cpt-retenu                PIC  S9(07) COMP-3.
      *       Nombre d'ouvertures retenues par le risque de credit
           05 w-cpt-ret-credit            PIC  S9(07) COMP-3.
      *       Nombre d'ouvertures retenues faute de pieces obligatoires
           05 w-cpt-ret-doc               PIC  S9(07) COMP-3.
      *       Nombre d'ouvertures retenues, liberees et emises
           05 w-cpt-libere                PIC  S9(07) COMP-3.
      *       Nombre d'accords du credit manager appliques
           05 w-cpt-accord                PIC  S9(07) COMP-3.
      *       Nombre d'ouvertures reemises (hors delai ou corrigees)
           05 w-cpt-reemis                PIC  S9(07) COMP-3.
       01 w-rap-cli.
           05 FILLER                     PIC   X(43) VALUE
                'Passages au stade client detectes :        '.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sans contact principal :            '.
           05 w-rap-sans-con-nbr         PIC   ZZZZZZ9.
       01 w-rap-retenu.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures retenues (criblage) :           '.
           05 w-rap-retenu-nbr           PIC   ZZZZZZ9.
       01 w-rap-ret-credit.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures retenues (risque credit) :      '.
           05 w-rap-ret-credit-nbr       PIC   ZZZZZZ9.
       01 w-rap-ret-doc.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures retenues (pieces manquantes) :  '.
           05 w-rap-ret-doc-nbr          PIC   ZZZZZZ9.
       01 w-rap-accord.
           05 FILLER                     PIC   X(43) VALUE
                'Accords du credit manager appliques :      '.
           05 w-rap-accord-nbr           PIC   ZZZZZZ9.
       01 w-rap-reemis.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures reemises (relance, correction) :'.
           05 w-rap-reemis-nbr           PIC   ZZZZZZ9.
       01 w-rap-libere.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures retenues liberees et emises :   '.
           05 w-rap-libere-nbr           PIC   ZZZZZZ9.
      *****************************************************************
      * Chronometrage du traitement, pour l'enregistrement de
      * statistiques d'execution (meme principe que TLMBPGM8).
               ORDER BY P.ID
           END-EXEC.

      *****************************************************************
      * Curseur des ouvertures retenues (par le criblage : une alerte
      * porte RETENU = 'O' ; par le risque de credit : une retenue
      * TLMORC est en cours ; faute de pieces : une retenue TLMODO
      * est en cours) et desormais liberees : le prospect est
      * toujours un client actif, aucune de ses alertes de criblage
      * n'est plus ouverte ni confirmee, la notation de son SIREN
      * n'est plus en alerte ou a recu l'accord du credit manager, et
      * chaque piece obligatoire TLMTDO a un document en cours de
      * validite dans l'index TLMDOC.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-LIBERE CURSOR FOR
               SELECT P.ID, P.NOM, P.SIRET,
                      P.ADDR_RUE, P.ADDR_CP, P.ADDR_VILLE
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND (EXISTS
                       (SELECT 1 FROM TRAIN04.TLMSAH S
                          WHERE S.PROID = P.ID
                            AND S.RETENU = 'O')
                   OR EXISTS
                       (SELECT 1 FROM TRAIN04.TLMORC O
                          WHERE O.PROID = P.ID
                            AND O.STATUT = 'O')
                   OR EXISTS
                       (SELECT 1 FROM TRAIN04.TLMODO D
                          WHERE D.PROID = P.ID
                            AND D.STATUT = 'O'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMSAH S2
                        WHERE S2.PROID = P.ID
                          AND S2.STATUT IN ('O', 'C'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMRSQ R
                        WHERE R.SIREN = SUBSTR(P.SIRET, 1, 9)
                          AND R.ALERTE = 'O'
                          AND R.ACCORD <> 'O')
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMTDO T
                        WHERE T.OBLIG = 'O'
                          AND NOT EXISTS
                              (SELECT 1 FROM TRAIN04.TLMDOC D
                                 WHERE D.PROID  = P.ID
                                   AND D.TYPDOC = T.TYPDOC
                                   AND (D.DTEXP = ' '
                                     OR D.DTEXP >=
                                        REPLACE(CHAR(CURRENT DATE,
                                                ISO), '-', ''))))
               ORDER BY P.ID
           END-EXEC.

      *****************************************************************
      * Curseur des ouvertures a reemettre (cf. TLMOFA) : sans
      * acquittement dans le delai ('M', pose par TLMBPGM106), ou
      * rejetees par la facturation ('R') puis corrigees depuis le
      * rejet (fiche, adresse de facturation ou contact principal
      * modifie). Le prospect est toujours un client actif et rien ne
      * le retient (memes conditions que CURS-PRO-LIBERE).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-REEMIS CURSOR FOR
               SELECT P.ID, P.NOM, P.SIRET,
                      P.ADDR_RUE, P.ADDR_CP, P.ADDR_VILLE, O.STATUT
               FROM TRAIN04.TLMOFA O, TRAIN04.TLMPRO P
               WHERE P.ID = O.PROID
                 AND P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND (O.STATUT = 'M'
                   OR (O.STATUT = 'R'
                       AND (P.DTMAJ > O.DTACQ
                         OR EXISTS
                             (SELECT 1 FROM TRAIN04.TLMADR A
                                WHERE A.PROID = P.ID
                                  AND A.ADRTYPE = 'F'
                                  AND A.DTDEBUT > O.DTACQ)
                         OR EXISTS
                             (SELECT 1 FROM TRAIN04.TLMCON C
                                WHERE C.PID = P.ID
                                  AND C.PRINCIPAL = 'O'
                                  AND C.DTMAJ > O.DTACQ))))
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMSAH S2
                        WHERE S2.PROID = P.ID
                          AND S2.STATUT IN ('O', 'C'))
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMRSQ R
                        WHERE R.SIREN = SUBSTR(P.SIRET, 1, 9)
                          AND R.ALERTE = 'O'
                          AND R.ACCORD <> 'O')
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMTDO T
                        WHERE T.OBLIG = 'O'
                          AND NOT EXISTS
                              (SELECT 1 FROM TRAIN04.TLMDOC D
                                 WHERE D.PROID  = P.ID
                                   AND D.TYPDOC = T.TYPDOC
                                   AND (D.DTEXP = ' '
                                     OR D.DTEXP >=
                                        REPLACE(CHAR(CURRENT DATE,
                                                ISO), '-', ''))))
               ORDER BY P.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, OUVERTURE COMPTES FACTURATION'
           PERFORM INIT
           PERFORM CHRONO-DEBUT
           PERFORM TRT-ACCORDS
           PERFORM TRT-CLIENTS
           PERFORM TRT-REEMIS
           PERFORM TRT-LIBERES
           PERFORM FIN
           PERFORM CHRONO-FIN
           PERFORM ECRIT-STATS
             MOVE w-cpt-emis           TO sta-sta-nbok
             MOVE ZERO                 TO sta-sta-nbrej
             MOVE ZERO                 TO sta-sta-nberr
             MOVE RETURN-CODE          TO sta-sta-coderet
             WRITE sta-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE w-date-jour                TO w-date-emis
           MOVE w-date-jour-aaaa           TO w-debut-ts-aaaa
           MOVE w-date-jour-mm             TO w-debut-ts-mm
           MOVE w-date-jour-jj             TO w-debut-ts-jj
                                               w-cpt-emis
                                               w-cpt-sans-fac
                                               w-cpt-sans-con
                                               w-cpt-retenu
                                               w-cpt-ret-credit
                                               w-cpt-ret-doc
                                               w-cpt-libere
                                               w-cpt-accord
                                               w-cpt-reemis
           PERFORM ENTETE
           .

      *****************************************************************
      * Accords du credit manager (fichier ACCORD facultatif) : la
      * notation en alerte du SIREN est acceptee, ses ouvertures ne
      * sont plus retenues par le risque de credit. Un SIREN dont la
      * notation n'est pas en alerte est signale sans effet.
      *****************************************************************
       TRT-ACCORDS.
           OPEN INPUT accord
           IF w-accord = '00' THEN
             SET w-eof-acc-non             TO TRUE
             PERFORM LEC-ACCORD
             PERFORM APPLIQUE-ACCORD       UNTIL w-eof-acc-oui
             CLOSE accord
           END-IF
           .

       LEC-ACCORD.
           READ accord
             AT END     SET w-eof-acc-oui  TO TRUE
             NOT AT END SET w-eof-acc-non  TO TRUE
           END-READ
           .

       APPLIQUE-ACCORD.
           IF f-acc-siren NUMERIC AND f-acc-par NOT = SPACES THEN
             MOVE f-acc-siren              TO w-siren
             MOVE f-acc-par                TO w-accordpar
             EXEC SQL
               UPDATE TRAIN04.TLMRSQ
                 SET ACCORD    = 'O',
                     ACCORDPAR = :w-accordpar,
                     DTACCORD  = CURRENT TIMESTAMP
                 WHERE SIREN  = :w-siren
                   AND ALERTE = 'O'
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 ADD 1                     TO w-cpt-accord
                 STRING
                   'Accord credit <'       DELIMITED SIZE
                   w-siren                 DELIMITED SIZE
                   '> par <'               DELIMITED SIZE
                   w-accordpar             DELIMITED SIZE
                   '>'                     DELIMITED SIZE
                   INTO w-enr-log
                 END-STRING
               WHEN 100
                 STRING
                   'Accord sans objet, SIREN non en alerte <'
                                           DELIMITED SIZE
                   w-siren                 DELIMITED SIZE
                   '>'                     DELIMITED SIZE
                   INTO w-enr-log
                 END-STRING
               WHEN OTHER
                 DISPLAY 'MET-ERR ACCORD TLMRSQ <' w-siren
                         '> SQLCODE <' sqlcode '>'
                 STRING
                   'Accord non applique (erreur SQL) <'
                                           DELIMITED SIZE
                   w-siren                 DELIMITED SIZE
                   '>'                     DELIMITED SIZE
                   INTO w-enr-log
                 END-STRING
             END-EVALUATE
           ELSE
             STRING
               'Accord ignore, SIREN ou auteur invalide <'
                                           DELIMITED SIZE
               f-accord (1 : 17)           DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           PERFORM LEC-ACCORD
           .

      *****************************************************************
      * Parcours des passages au stade client et emission d'une ligne
      * d'ouverture de compte pour chacun (ou retenue, cf.
      * TRT-CLIENT).
      *****************************************************************
       TRT-CLIENTS.
           EXEC SQL
           END-EXEC
           SET w-eot-cli-non               TO TRUE
           PERFORM LEC-CLIENT
           PERFORM TRT-CLIENT              UNTIL w-eot-cli-oui
           EXEC SQL
             CLOSE CURS-PRO-CLIENT
           END-EXEC
           END-IF
           .

      *****************************************************************
      * Passage au stade client : une alerte de criblage ouverte ou
      * confirmee retient la ligne d'ouverture (RETIENT-OUVERTURE), de
      * meme qu'une notation credit en alerte sans accord du credit
      * manager (RETIENT-CREDIT), ou une piece obligatoire manquante
      * ou expiree (RETIENT-DOCUMENTS) ; les retenues peuvent se
      * cumuler. Sinon la ligne est emise. Une erreur de lecture des
      * alertes, de la notation ou de l'index documentaire retient
      * aussi la ligne : le doute profite au blocage.
      *****************************************************************
       TRT-CLIENT.
           ADD 1                           TO w-cpt-cli
           DISPLAY 'MET-CLI, passage client <' w-pro-id '>'
           SET w-retenue-non               TO TRUE
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-crib-cnt
               FROM TRAIN04.TLMSAH
               WHERE PROID  = :w-pro-id
                 AND STATUT IN ('O', 'C')
           END-EXEC
           IF SQLCODE NOT = 0 OR w-crib-cnt NOT = ZERO THEN
             PERFORM RETIENT-OUVERTURE
           END-IF
           PERFORM VRF-CREDIT
           IF w-rsq-cnt NOT = ZERO THEN
             PERFORM RETIENT-CREDIT
           END-IF
           PERFORM VRF-DOCUMENTS
           IF w-doc-cnt NOT = ZERO THEN
             PERFORM RETIENT-DOCUMENTS
           END-IF
           IF w-retenue-non THEN
             PERFORM EMET-OUVERTURE
           END-IF
           PERFORM LEC-CLIENT
           .

      *****************************************************************
      * Notation credit du SIREN du prospect courant : en alerte et
      * sans accord du credit manager ? Un SIRET absent ou non
      * numerique n'est pas note, rien ne retient la ligne.
      *****************************************************************
       VRF-CREDIT.
           MOVE w-pro-siret (1 : 9)        TO w-siren
           MOVE ZERO                       TO w-rsq-cnt
           IF w-siren NUMERIC THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-rsq-cnt
                 FROM TRAIN04.TLMRSQ
                 WHERE SIREN  = :w-siren
                   AND ALERTE = 'O'
                   AND ACCORD <> 'O'
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'MET-ERR LECTURE TLMRSQ <' w-siren
                       '> SQLCODE <' sqlcode '>'
               MOVE 1                      TO w-rsq-cnt
             END-IF
           END-IF
           .

      *****************************************************************
      * Ligne d'ouverture retenue pour revue du risque de credit : une
      * retenue TLMORC est posee (une seule en cours par prospect),
      * pour que l'ouverture soit emise par le run qui suit l'accord
      * du credit manager ou une notation revenue hors alerte (cf.
      * TRT-LIBERES).
      *****************************************************************
       RETIENT-CREDIT.
           SET w-retenue-oui               TO TRUE
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-orc-cnt
               FROM TRAIN04.TLMORC
               WHERE PROID  = :w-pro-id
                 AND STATUT = 'O'
           END-EXEC
           IF SQLCODE = 0 AND w-orc-cnt = ZERO THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMORC (
                   PROID, SIREN, STATUT, DTRETENUE, DTEMIS)
                 VALUES (
                   :w-pro-id, :w-siren, 'O',
                   CURRENT TIMESTAMP, CURRENT TIMESTAMP)
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR RETENUE CREDIT TLMORC <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
           END-IF
           ADD 1                           TO w-cpt-ret-credit
           STRING
             'Ouverture retenue (risque credit) <' DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> SIREN <'                   DELIMITED SIZE
             w-siren                       DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Pieces obligatoires du prospect courant : nombre de types
      * TLMTDO obligatoires sans document sans echeance ou d'echeance
      * non depassee dans l'index TLMDOC (meme controle que le
      * passage au stade client, cf. TLMPPRO1).
      *****************************************************************
       VRF-DOCUMENTS.
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-doc-cnt
               FROM TRAIN04.TLMTDO T
               WHERE T.OBLIG = 'O'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMDOC D
                        WHERE D.PROID  = :w-pro-id
                          AND D.TYPDOC = T.TYPDOC
                          AND (D.DTEXP = ' '
                            OR D.DTEXP >=
                               REPLACE(CHAR(CURRENT DATE, ISO),
                                       '-', '')))
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR LECTURE TLMDOC <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
             MOVE 1                        TO w-doc-cnt
           END-IF
           .

      *****************************************************************
      * Ligne d'ouverture retenue faute de pieces : une retenue TLMODO
      * est posee (une seule en cours par prospect), pour que
      * l'ouverture soit emise par le run qui suit l'indexation des
      * pieces manquantes (cf. TRT-LIBERES).
      *****************************************************************
       RETIENT-DOCUMENTS.
           SET w-retenue-oui               TO TRUE
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-odo-cnt
               FROM TRAIN04.TLMODO
               WHERE PROID  = :w-pro-id
                 AND STATUT = 'O'
           END-EXEC
           IF SQLCODE = 0 AND w-odo-cnt = ZERO THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMODO (
                   PROID, STATUT, DTRETENUE, DTEMIS)
                 VALUES (
                   :w-pro-id, 'O',
                   CURRENT TIMESTAMP, CURRENT TIMESTAMP)
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR RETENUE PIECES TLMODO <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
           END-IF
           ADD 1                           TO w-cpt-ret-doc
           STRING
             'Ouverture retenue (pieces manquantes) <' DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Ligne d'ouverture retenue : les alertes bloquantes du prospect
      * sont marquees RETENU = 'O', pour que l'ouverture soit emise
      * par un run ulterieur une fois les alertes levees (cf.
      * TRT-LIBERES).
      *****************************************************************
       RETIENT-OUVERTURE.
           SET w-retenue-oui               TO TRUE
           EXEC SQL
             UPDATE TRAIN04.TLMSAH
               SET RETENU = 'O'
               WHERE PROID  = :w-pro-id
                 AND STATUT IN ('O', 'C')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR MARQUAGE RETENU TLMSAH <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
           END-IF
           ADD 1                           TO w-cpt-retenu
           STRING
             'Ouverture retenue (criblage) <' DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Parcours des ouvertures a reemettre : nouvelle emission de la
      * ligne, a jour des corrections eventuelles.
      *****************************************************************
       TRT-REEMIS.
           EXEC SQL
             OPEN CURS-PRO-REEMIS
           END-EXEC
           SET w-eot-rem-non               TO TRUE
           PERFORM LEC-REEMIS
           PERFORM TRT-UNE-REEMIS          UNTIL w-eot-rem-oui
           EXEC SQL
             CLOSE CURS-PRO-REEMIS
           END-EXEC
           .

       LEC-REEMIS.
           EXEC SQL
             FETCH CURS-PRO-REEMIS
               INTO :w-pro-id, :w-pro-nom, :w-pro-siret,
                    :w-pro-rue, :w-pro-cp, :w-pro-ville,
                    :w-ofa-statut
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-rem-non             TO TRUE
           ELSE
             SET w-eot-rem-oui             TO TRUE
           END-IF
           .

       TRT-UNE-REEMIS.
           ADD 1                           TO w-cpt-reemis
           DISPLAY 'MET-CLI, ouverture reemise <' w-pro-id '>'
           PERFORM EMET-OUVERTURE
           IF w-ofa-statut = 'R' THEN
             STRING
               'Ouverture corrigee reemise <' DELIMITED SIZE
               w-pro-id                    DELIMITED SIZE
               '> '                        DELIMITED SIZE
               w-pro-nom                   DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           ELSE
             STRING
               'Ouverture sans acquittement reemise <'
                                           DELIMITED SIZE
               w-pro-id                    DELIMITED SIZE
               '> '                        DELIMITED SIZE
               w-pro-nom                   DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           PERFORM LEC-REEMIS
           .

      *****************************************************************
      * Parcours des ouvertures retenues desormais liberees (toutes
      * les alertes du prospect levees, notation credit hors alerte
      * ou acceptee, pieces obligatoires indexees) : emission de la
      * ligne.
      *****************************************************************
       TRT-LIBERES.
           EXEC SQL
             OPEN CURS-PRO-LIBERE
           END-EXEC
           SET w-eot-lib-non               TO TRUE
           PERFORM LEC-LIBERE
           PERFORM TRT-LIBERE              UNTIL w-eot-lib-oui
           EXEC SQL
             CLOSE CURS-PRO-LIBERE
           END-EXEC
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-LIBERE.
           EXEC SQL
             FETCH CURS-PRO-LIBERE
               INTO :w-pro-id, :w-pro-nom, :w-pro-siret,
                    :w-pro-rue, :w-pro-cp, :w-pro-ville
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-lib-non             TO TRUE
           ELSE
             SET w-eot-lib-oui             TO TRUE
           END-IF
           .

       TRT-LIBERE.
           ADD 1                           TO w-cpt-libere
           DISPLAY 'MET-CLI, ouverture liberee <' w-pro-id '>'
           PERFORM EMET-OUVERTURE
           STRING
             'Ouverture liberee et emise <' DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-LIBERE
           .

      *****************************************************************
      * Emission d'une ligne d'ouverture : adresse de facturation
      * TLMADR (type 'F', a defaut adresse principale du prospect),
      * contact principal TLMCON (a defaut champs a espace, signale
      * au compte-rendu pour rattrapage manuel cote facturation).
      * Une ouverture anciennement retenue est marquee emise
      * (RETENU = 'E' sur les alertes, STATUT = 'E' sur les retenues
      * credit et documentaire), pour ne pas etre reprise par
      * TRT-LIBERES. Toute
      * ligne emise passe en attente d'acquittement (SUIVI-OUVERTURE).
      *****************************************************************
       EMET-OUVERTURE.
           MOVE SPACES                     TO f-ouv
           MOVE w-pro-id                   TO f-ouv-pro-id
           MOVE w-pro-nom                  TO f-ouv-nom
             DISPLAY 'MET-ERR ECRITURE OUVERTURE <' w-ouvert '>'
           ELSE
             ADD 1                         TO w-cpt-emis
             EXEC SQL
               UPDATE TRAIN04.TLMSAH
                 SET RETENU = 'E'
                 WHERE PROID  = :w-pro-id
                   AND RETENU = 'O'
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR MARQUAGE EMIS TLMSAH <' w-pro-id
                       '> SQLCODE <' sqlcode '>'
             END-IF
             EXEC SQL
               UPDATE TRAIN04.TLMORC
                 SET STATUT = 'E',
                     DTEMIS = CURRENT TIMESTAMP
                 WHERE PROID  = :w-pro-id
                   AND STATUT = 'O'
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR MARQUAGE EMIS TLMORC <' w-pro-id
                       '> SQLCODE <' sqlcode '>'
             END-IF
             EXEC SQL
               UPDATE TRAIN04.TLMODO
                 SET STATUT = 'E',
                     DTEMIS = CURRENT TIMESTAMP
                 WHERE PROID  = :w-pro-id
                   AND STATUT = 'O'
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR MARQUAGE EMIS TLMODO <' w-pro-id
                       '> SQLCODE <' sqlcode '>'
             END-IF
             PERFORM SUIVI-OUVERTURE
           END-IF
           .

      *****************************************************************
      * Suivi de l'ouverture emise (TLMOFA, une ligne par prospect) :
      * en attente d'acquittement de la facturation a compter de ce
      * jour, nombre d'emissions augmente, motif de rejet efface.
      *****************************************************************
       SUIVI-OUVERTURE.
           EXEC SQL
             UPDATE TRAIN04.TLMOFA
               SET STATUT = 'E',
                   NBEMIS = NBEMIS + 1,
                   DTEMIS = :w-date-emis,
                   DTACQ  = CURRENT TIMESTAMP,
                   MOTIF  = ' '
               WHERE PROID = :w-pro-id
           END-EXEC
           IF SQLCODE = 100 THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMOFA (
                   PROID, STATUT, NBEMIS, DTEMIS, DTACQ,
                   COMPTE, MOTIF)
                 VALUES (
                   :w-pro-id, 'E', 1, :w-date-emis, CURRENT TIMESTAMP,
                   ' ', ' ')
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR SUIVI OUVERTURE TLMOFA <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
           MOVE w-cpt-sans-con         TO w-rap-sans-con-nbr
           MOVE w-rap-sans-con         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-retenu           TO w-rap-retenu-nbr
           MOVE w-rap-retenu           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ret-credit       TO w-rap-ret-credit-nbr
           MOVE w-rap-ret-credit       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ret-doc          TO w-rap-ret-doc-nbr
           MOVE w-rap-ret-doc          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-accord           TO w-rap-accord-nbr
           MOVE w-rap-accord           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-reemis           TO w-rap-reemis-nbr
           MOVE w-rap-reemis           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-libere           TO w-rap-libere-nbr
           MOVE w-rap-libere           TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE ouvert
           IF w-ouvert NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE OUVERTURE <' w-ouvert '>'
