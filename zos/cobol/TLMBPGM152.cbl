      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DOSSIER DE PASSATION DES PROSPECTS REAFFECTES
      * NOM DU PROGRAMME : TLMBPGM152
      * DESCRIPTION      : PROGRAMME BATCH QUI, APRES UNE REAFFECTATION
      *    DE PORTEFEUILLE (REEQUILIBRAGE TLMBPGM38, DEMANDE DE
      *    PORTEFEUILLE ORPHELIN TLMBPGM58 COMPRISE, OU DISTRIBUTION
      *    DES PROSPECTS NON AFFECTES TLMBPGM133), PREPARE LA PASSATION
      *    A PARTIR DES REAFFECTATIONS TRACEES DANS TLMREA ET NON
      *    ENCORE EDITEES :
      *       - UN DOSSIER DE PASSATION PAR COMMERCIAL REPRENEUR, SUR
      *         LE FICHIER D'IMPRESSION EDITION (132 COLONNES + SAUT
      *         ASA), BALISE A SON CODE (CF. TLMCDIF1) POUR
      *         L'ECLATEMENT TLMBPGM117 : UNE PAGE DE GARDE, PUIS UNE
      *         FICHE PAR PROSPECT SUR UNE PAGE NEUVE - CEDANT, STADE,
      *         AFFAIRES EN COURS, CINQ DERNIERES ACTIVITES, TACHES EN
      *         ATTENTE (RENDEZ-VOUS PLANIFIES A VENIR, RAPPELS
      *         DEMANDES PAR LE CONTACT ET NON ENCORE FAITS) ET DIX
      *         DERNIERES NOTES DU PROSPECT ;
      *       - UNE LETTRE DE PRESENTATION DU NOUVEAU CHARGE DE COMPTE
      *         PAR CONTACT PRINCIPAL ACTIF DU PROSPECT, SUR LE FICHIER
      *         DE PUBLIPOSTAGE PUBLI (COPY TLMCPUB1, MEME ADRESSE QUE
      *         TLMBPGM27 : LIVRAISON TLMADR A DEFAUT PRINCIPALE). LE
      *         CONTACT EN OPPOSITION (OPTOUT='O') OU EN ATTENTE ("NE
      *         PAS SOLLICITER AVANT LE", CF. DTATTENTE), COMME LE
      *         PROSPECT EN ATTENTE, NE RECOIT PAS DE LETTRE : LA FICHE
      *         LE SIGNALE, LE COMMERCIAL SE PRESENTERA LUI-MEME.
      *    UN PROSPECT REAFFECTE PLUSIEURS FOIS DEPUIS LA DERNIERE
      *    EDITION N'A QU'UNE FICHE (DERNIERE REAFFECTATION) ; UN
      *    PROSPECT QUI N'EST PLUS ACTIF OU PLUS AU REPRENEUR EST SANS
      *    OBJET (COMPTE A PART). LES REAFFECTATIONS TRAITEES SONT
      *    DATEES (TLMREA.DTPASS) DANS L'UNITE DE TRAVAIL FINALE : UNE
      *    RELANCE APRES INCIDENT REEDITE TOUT.
      *    RC=4 QUAND AU MOINS UN PROSPECT REPRIS N'A AUCUN CONTACT
      *    PRINCIPAL A QUI ECRIRE ; RC=16 SUR INCIDENT (DOSSIERS ET
      *    LETTRES A NE PAS DIFFUSER, RELANCER).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM152.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200928.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'impression des dossiers (132 colonnes + saut ASA)
           SELECT edition ASSIGN TO EDITION
             FILE STATUS IS w-edition.
      *    Fichier de publipostage des lettres (COPY TLMCPUB1)
           SELECT publi   ASSIGN TO PUBLI
             FILE STATUS IS w-publi.
      *    Fichier de journalisation (compte-rendu d'execution)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD edition RECORDING MODE F.
       01 f-edt.
      *    Caractere de saut ASA ('1' saut de page, ' ' simple saut)
           05 f-edt-asa                   PIC   X(01).
           05 f-edt-ligne                 PIC   X(132).
       FD publi RECORDING MODE F.
       COPY TLMCPUB1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour les reaffectations
           EXEC SQL
             INCLUDE DCLREA
           END-EXEC.
      *    Balise de diffusion des dossiers (cf. TLMCDIF1)
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.
      *    Codes d'etat des fichiers
       01 w-edition                      PIC   X(02).
       01 w-publi                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour (AAAAMMJJ) et horodatage de debut : seules les
      *    reaffectations anterieures au lancement sont traitees et
      *    datees
       01 w-date-jour                    PIC   X(08).
       01 w-ts-debut                     PIC   X(26).
      *    Fins de parcours des curseurs
       01 w-eot-rea                      PIC   9.
           88 w-eot-rea-oui                      VALUE 1.
           88 w-eot-rea-non                      VALUE 0.
       01 w-eot-lig                      PIC   9.
           88 w-eot-lig-oui                      VALUE 1.
           88 w-eot-lig-non                      VALUE 0.
      *    Traitement interrompu sur erreur SQL ?
       01 w-interrompu                   PIC   9.
           88 w-interrompu-oui                   VALUE 1.
           88 w-interrompu-non                   VALUE 0.
      *    Reaffectation lue (CURS-REA) : repreneur, cedant, prospect
      *    et son adresse de courrier
       01 w-rea-com-nom                  PIC   X(35).
       01 w-rea-ced-nom                  PIC   X(35).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-stade                    PIC   X(01).
       01 w-pro-secteur                  PIC   X(03).
       01 w-pro-dtattente                PIC   X(08).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
      *    Reaffectation precedente (doublons d'un meme prospect et
      *    rupture de dossier par repreneur)
       01 w-prec-repreneur               PIC   X(04).
       01 w-prec-proid                   PIC   X(06).
      *    Libelle du stade du prospect
       01 w-stade-lib                    PIC   X(10).
      *    Lignes des sections de la fiche
       01 w-aff-id                       PIC   X(06).
       01 w-aff-libelle                  PIC   X(40).
       01 w-aff-montant                  PIC  S9(9)V99 COMP-3.
       01 w-aff-montant-aff              PIC   ZZZZZZZZ9.99.
       01 w-aff-devise                   PIC   X(03).
       01 w-aff-dtclose                  PIC   X(08).
       01 w-act-dtact                    PIC   X(26).
       01 w-act-typact                   PIC   X(01).
       01 w-act-resultat                 PIC   X(01).
       01 w-act-con-nom                  PIC   X(35).
       01 w-act-note                     PIC   X(80).
       01 w-rdv-dtrdv                    PIC   X(08).
       01 w-rdv-hdebut                   PIC   X(04).
       01 w-rdv-commercial               PIC   X(04).
       01 w-rdv-con-nom                  PIC   X(35).
       01 w-rdv-lieu                     PIC   X(40).
       01 w-not-dtnote                   PIC   X(26).
       01 w-not-auteur                   PIC   X(12).
       01 w-not-note                     PIC   X(80).
      *    Contact principal lu (CURS-PRI)
       01 w-con-id                       PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-fonction                 PIC   X(40).
       01 w-con-tel                      PIC   X(10).
       01 w-con-optout                   PIC   X(01).
       01 w-con-dtattente                PIC   X(08).
      *    Nombre de lignes editees dans la section en cours et de
      *    lettres ecrites pour le prospect en cours
       77 w-cpt-lig-sec                  PIC  S9(05) COMP-3.
       77 w-cpt-lettre-pro               PIC  S9(05) COMP-3.
      *    Prospects du dossier en cours (page de fin de dossier)
       77 w-cpt-pro-dos                  PIC  S9(07) COMP-3.
       77 w-cpt-pro-dos-aff              PIC   ZZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-doublon               PIC  S9(07) COMP-3.
           05 w-cpt-dossier               PIC  S9(07) COMP-3.
           05 w-cpt-fiche                 PIC  S9(07) COMP-3.
           05 w-cpt-lettre                PIC  S9(07) COMP-3.
           05 w-cpt-ecarte                PIC  S9(07) COMP-3.
           05 w-cpt-sans-lettre           PIC  S9(07) COMP-3.
           05 w-cpt-marque                PIC  S9(07) COMP-3.
           05 w-cpt-caduc                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Reaffectations a editer (prospect actif) : '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-doublon.
           05 FILLER                     PIC   X(43) VALUE
                'Dont reaffectations anterieures ignorees : '.
           05 w-rap-doublon-nbr           PIC   ZZZZZZ9.
       01 w-rap-dossier.
           05 FILLER                     PIC   X(43) VALUE
                'Dossiers de passation (repreneurs) :       '.
           05 w-rap-dossier-nbr           PIC   ZZZZZZ9.
       01 w-rap-fiche.
           05 FILLER                     PIC   X(43) VALUE
                'Fiches prospect editees :                  '.
           05 w-rap-fiche-nbr             PIC   ZZZZZZ9.
       01 w-rap-lettre.
           05 FILLER                     PIC   X(43) VALUE
                'Lettres de presentation ecrites :          '.
           05 w-rap-lettre-nbr            PIC   ZZZZZZ9.
       01 w-rap-ecarte.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts principaux opposes ou en attente :'.
           05 w-rap-ecarte-nbr            PIC   ZZZZZZ9.
       01 w-rap-sans-lettre.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects sans lettre de presentation :    '.
           05 w-rap-sans-lettre-nbr       PIC   ZZZZZZ9.
       01 w-rap-caduc.
           05 FILLER                     PIC   X(43) VALUE
                'Sans objet (archive ou autre commercial) : '.
           05 w-rap-caduc-nbr             PIC   ZZZZZZ9.
      *    Ligne courante du dossier et du compte-rendu
       77 w-enr-edt                      PIC   X(132).
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des reaffectations a editer dont le prospect est
      * toujours actif et au repreneur, par repreneur puis prospect,
      * la plus recente en tete ; nom du repreneur et du cedant
      * (TLMCOM), adresse de courrier comme TLMBPGM27 (livraison
      * TLMADR en cours, a defaut adresse principale)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-REA CURSOR FOR
               SELECT R.REPRENEUR, COALESCE(M.NOM, '(inconnu)'),
                      R.PROID, R.DTREA, R.CEDANT,
                      COALESCE(N.NOM, ' '), R.ORIGINE,
                      P.NOM, P.STADE, P.SECTEUR, P.DTATTENTE,
                      COALESCE(A.RUE, P.ADDR_RUE, ' '),
                      COALESCE(A.CP, P.ADDR_CP, ' '),
                      COALESCE(A.VILLE, P.ADDR_VILLE, ' ')
               FROM TRAIN04.TLMREA R
                    INNER JOIN TRAIN04.TLMPRO P
                      ON P.ID = R.PROID
                     AND P.COMMERCIAL = R.REPRENEUR
                     AND P.STATUT = 'A'
                    LEFT OUTER JOIN TRAIN04.TLMCOM M
                      ON M.CODE = R.REPRENEUR
                    LEFT OUTER JOIN TRAIN04.TLMCOM N
                      ON N.CODE = R.CEDANT
                    LEFT OUTER JOIN TRAIN04.TLMADR A
                      ON A.PROID = P.ID
                     AND A.ADRTYPE = 'L'
                     AND A.DTFIN = '9999-12-31-23.59.59.999999'
               WHERE R.DTPASS = ' '
                 AND R.DTREA <= :w-ts-debut
               ORDER BY R.REPRENEUR, R.PROID, R.DTREA DESC
           END-EXEC.

      *****************************************************************
      * Curseur : affaires en cours du prospect (meme selection que
      * TLMPAFF9 LISTBYPRO)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-AFF CURSOR FOR
               SELECT ID, LIBELLE, MONTANT, DEVISE, DTCLOSE
               FROM TRAIN04.TLMAFF
               WHERE PROID = :tlmrea-proid
                 AND STATUT = 'A'
               ORDER BY DTMAJ DESC
           END-EXEC.

      *****************************************************************
      * Curseur : cinq dernieres activites sur les contacts du
      * prospect
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ACT CURSOR FOR
               SELECT A.DTACT, A.TYPACT, A.RESULTAT, C.NOM,
                      COALESCE(A.NOTE, ' ')
               FROM TRAIN04.TLMACT A,
                    TRAIN04.TLMCON C
               WHERE C.PID = :tlmrea-proid
                 AND A.CONID = C.ID
               ORDER BY A.DTACT DESC
               FETCH FIRST 5 ROWS ONLY
           END-EXEC.

      *****************************************************************
      * Curseur : rendez-vous planifies a venir sur le prospect, avec
      * le commercial qui les porte (a reprendre s'il n'est pas le
      * repreneur)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RDV CURSOR FOR
               SELECT R.DTRDV, R.HDEBUT, R.COMMERCIAL,
                      COALESCE(C.NOM, ' '), R.LIEU
               FROM TRAIN04.TLMRDV R
                 LEFT OUTER JOIN TRAIN04.TLMCON C
                   ON C.ID = R.CONID
               WHERE R.PROID = :tlmrea-proid
                 AND R.STATUT = 'P'
                 AND R.DTRDV >= :w-date-jour
               ORDER BY R.DTRDV, R.HDEBUT
           END-EXEC.

      *****************************************************************
      * Curseur : rappels demandes (resultat 'R' de la derniere
      * activite d'un contact actif, rien de saisi depuis)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RAP CURSOR FOR
               SELECT A.DTACT, A.TYPACT, A.RESULTAT, C.NOM,
                      COALESCE(A.NOTE, ' ')
               FROM TRAIN04.TLMACT A,
                    TRAIN04.TLMCON C
               WHERE C.PID = :tlmrea-proid
                 AND C.STATUT = 'A'
                 AND A.CONID = C.ID
                 AND A.RESULTAT = 'R'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMACT B
                        WHERE B.CONID = A.CONID
                          AND B.DTACT > A.DTACT)
               ORDER BY A.DTACT
           END-EXEC.

      *****************************************************************
      * Curseur : dix dernieres notes du prospect (TLMNOT)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-NOT CURSOR FOR
               SELECT DTNOTE, AUTEUR, NOTE
               FROM TRAIN04.TLMNOT
               WHERE PROID = :tlmrea-proid
               ORDER BY DTNOTE DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC.

      *****************************************************************
      * Curseur : contacts principaux actifs du prospect
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRI CURSOR FOR
               SELECT ID, NOM, PRENOM, COALESCE(FONCTION, ' '),
                      TEL, OPTOUT, DTATTENTE
               FROM TRAIN04.TLMCON
               WHERE PID = :tlmrea-proid
                 AND STATUT = 'A'
                 AND PRINCIPAL = 'O'
               ORDER BY ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DOSSIERS DE PASSATION DES PROSPECTS'
           PERFORM INIT
           IF w-interrompu-non THEN
             PERFORM TRT-PASSATIONS
           END-IF
           IF w-interrompu-non THEN
             PERFORM MARQUE-PASSATIONS
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, date du jour, horodatage de debut et
      * entete du compte-rendu.
      *****************************************************************
       INIT.
           SET w-interrompu-non            TO TRUE
           MOVE 0                          TO w-cpt-lec
                                              w-cpt-doublon
                                              w-cpt-dossier
                                              w-cpt-fiche
                                              w-cpt-lettre
                                              w-cpt-ecarte
                                              w-cpt-sans-lettre
                                              w-cpt-marque
                                              w-cpt-caduc
                                              w-cpt-pro-dos
           MOVE SPACES                     TO w-dif
                                              w-prec-repreneur
                                              w-prec-proid
           OPEN OUTPUT edition
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE EDITION <' w-edition '>'
             SET w-interrompu-oui          TO TRUE
           END-IF
           OPEN OUTPUT publi
           IF w-publi NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PUBLI <' w-publi '>'
             SET w-interrompu-oui          TO TRUE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           EXEC SQL
             SELECT CURRENT TIMESTAMP
               INTO :w-ts-debut
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR HORODATAGE SQLCODE <' SQLCODE '>'
             SET w-interrompu-oui          TO TRUE
           END-IF
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des reaffectations a editer : une fiche par prospect
      * (la reaffectation la plus recente), un dossier par repreneur.
      *****************************************************************
       TRT-PASSATIONS.
           EXEC SQL
             OPEN CURS-REA
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OUVERTURE CURS-REA <' SQLCODE '>'
             SET w-interrompu-oui          TO TRUE
             SET w-eot-rea-oui             TO TRUE
           ELSE
             SET w-eot-rea-non             TO TRUE
             PERFORM LEC-REA
           END-IF
           PERFORM TRT-REA                 UNTIL w-eot-rea-oui
           EXEC SQL
             CLOSE CURS-REA
           END-EXEC
           IF w-cpt-dossier > 0 THEN
             PERFORM CLOT-DOSSIER
           END-IF
           .

       LEC-REA.
           EXEC SQL
             FETCH CURS-REA
               INTO :tlmrea-repreneur, :w-rea-com-nom,
                    :tlmrea-proid, :tlmrea-dtrea, :tlmrea-cedant,
                    :w-rea-ced-nom, :tlmrea-origine,
                    :w-pro-nom, :w-pro-stade, :w-pro-secteur,
                    :w-pro-dtattente, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-lec
             WHEN 100
               SET w-eot-rea-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE CURS-REA <' SQLCODE '>'
               SET w-eot-rea-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Une reaffectation : les plus anciennes d'un meme prospect
      * chez le meme repreneur sont ignorees ; changement de
      * repreneur = nouveau dossier.
      *****************************************************************
       TRT-REA.
           IF tlmrea-repreneur = w-prec-repreneur
              AND tlmrea-proid = w-prec-proid THEN
             ADD 1                         TO w-cpt-doublon
           ELSE
             IF tlmrea-repreneur NOT = w-prec-repreneur THEN
               IF w-cpt-dossier > 0 THEN
                 PERFORM CLOT-DOSSIER
               END-IF
               PERFORM OUVRE-DOSSIER
             END-IF
             PERFORM EDITE-FICHE
             PERFORM ECRIT-LETTRES
           END-IF
           MOVE tlmrea-repreneur           TO w-prec-repreneur
           MOVE tlmrea-proid               TO w-prec-proid
           IF w-interrompu-non THEN
             PERFORM LEC-REA
           ELSE
             SET w-eot-rea-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Page de garde du dossier du repreneur, precedee de sa balise
      * de diffusion.
      *****************************************************************
       OUVRE-DOSSIER.
           ADD 1                           TO w-cpt-dossier
           MOVE 0                          TO w-cpt-pro-dos
           MOVE 'C'                        TO w-dif-type
           MOVE tlmrea-repreneur           TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE SPACES                     TO w-enr-edt
           STRING
             'DOSSIER DE PASSATION - COMMERCIAL <'
                                           DELIMITED SIZE
             tlmrea-repreneur              DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-rea-com-nom                 DELIMITED SIZE
             '   Edite le '                DELIMITED SIZE
             w-date-jour                   DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-PAGE
           MOVE ALL '='                    TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'Les prospects qui suivent vous sont confies, un par'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'page. Leurs contacts principaux recoivent une lettre'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'de presentation a votre nom, sauf mention contraire.'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           .

      *****************************************************************
      * Fin du dossier du repreneur : nombre de prospects repris.
      *****************************************************************
       CLOT-DOSSIER.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE w-cpt-pro-dos              TO w-cpt-pro-dos-aff
           MOVE SPACES                     TO w-enr-edt
           STRING
             'Fin du dossier de <'         DELIMITED SIZE
             w-prec-repreneur              DELIMITED SIZE
             '> : '                        DELIMITED SIZE
             w-cpt-pro-dos-aff             DELIMITED SIZE
             ' prospect(s) repris.'        DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           .

      *****************************************************************
      * Fiche de passation d'un prospect, sur une page neuve.
      *****************************************************************
       EDITE-FICHE.
           ADD 1                           TO w-cpt-fiche
                                              w-cpt-pro-dos
           EVALUATE w-pro-stade
             WHEN 'N'
               MOVE 'Nouveau'              TO w-stade-lib
             WHEN 'Q'
               MOVE 'Qualifie'             TO w-stade-lib
             WHEN 'C'
               MOVE 'Client'               TO w-stade-lib
             WHEN 'P'
               MOVE 'Perdu'                TO w-stade-lib
             WHEN OTHER
               MOVE '?'                    TO w-stade-lib
           END-EVALUATE
           MOVE SPACES                     TO w-enr-edt
           STRING
             'FICHE DE PASSATION - PROSPECT <'
                                           DELIMITED SIZE
             tlmrea-proid                  DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             '   Commercial <'             DELIMITED SIZE
             tlmrea-repreneur              DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-PAGE
           MOVE ALL '-'                    TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE SPACES                     TO w-enr-edt
           IF tlmrea-cedant = SPACES THEN
             STRING
               '  Prospect sans commercial, attribue le '
                                           DELIMITED SIZE
               tlmrea-dtrea (1 : 10)       DELIMITED SIZE
               ' par '                     DELIMITED SIZE
               tlmrea-origine              DELIMITED SIZE
               INTO w-enr-edt
             END-STRING
           ELSE
             STRING
               '  Repris de <'             DELIMITED SIZE
               tlmrea-cedant               DELIMITED SIZE
               '> '                        DELIMITED SIZE
               w-rea-ced-nom               DELIMITED SIZE
               ' le '                      DELIMITED SIZE
               tlmrea-dtrea (1 : 10)       DELIMITED SIZE
               ' par '                     DELIMITED SIZE
               tlmrea-origine              DELIMITED SIZE
               INTO w-enr-edt
             END-STRING
           END-IF
           PERFORM ECRIT-EDITION
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  '                          DELIMITED SIZE
             w-pro-rue                     DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-cp                      DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-ville                   DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  Stade <'                   DELIMITED SIZE
             w-pro-stade                   DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-stade-lib                   DELIMITED SIZE
             '  Secteur <'                 DELIMITED SIZE
             w-pro-secteur                 DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           IF w-pro-dtattente > w-date-jour THEN
             MOVE SPACES                   TO w-enr-edt
             STRING
               '  EN ATTENTE : ne pas solliciter avant le '
                                           DELIMITED SIZE
               w-pro-dtattente             DELIMITED SIZE
               INTO w-enr-edt
             END-STRING
             PERFORM ECRIT-EDITION
           END-IF
           PERFORM SECTION-AFFAIRES
           PERFORM SECTION-ACTIVITES
           PERFORM SECTION-TACHES
           PERFORM SECTION-NOTES
           .

      *****************************************************************
      * Affaires en cours du prospect.
      *****************************************************************
       SECTION-AFFAIRES.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'AFFAIRES EN COURS'        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 0                          TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-AFF
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-AFF
           PERFORM EDITE-AFFAIRE           UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-AFF
           END-EXEC
           IF w-cpt-lig-sec = 0 THEN
             MOVE '  (aucune)'             TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           .

       LEC-AFF.
           EXEC SQL
             FETCH CURS-AFF
               INTO :w-aff-id, :w-aff-libelle, :w-aff-montant,
                    :w-aff-devise, :w-aff-dtclose
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-AFFAIRE.
           ADD 1                           TO w-cpt-lig-sec
           MOVE w-aff-montant              TO w-aff-montant-aff
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  <'                         DELIMITED SIZE
             w-aff-id                      DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-aff-libelle                 DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-aff-montant-aff             DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-aff-devise                  DELIMITED SIZE
             '  Cloture esperee '          DELIMITED SIZE
             w-aff-dtclose                 DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           PERFORM LEC-AFF
           .

      *****************************************************************
      * Cinq dernieres activites sur les contacts du prospect.
      *****************************************************************
       SECTION-ACTIVITES.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'DERNIERES ACTIVITES (5 AU PLUS)'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 0                          TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-ACT
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-ACT
           PERFORM EDITE-ACTIVITE          UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-ACT
           END-EXEC
           IF w-cpt-lig-sec = 0 THEN
             MOVE '  (aucune)'             TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           .

       LEC-ACT.
           EXEC SQL
             FETCH CURS-ACT
               INTO :w-act-dtact, :w-act-typact, :w-act-resultat,
                    :w-act-con-nom, :w-act-note
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-ACTIVITE.
           ADD 1                           TO w-cpt-lig-sec
           PERFORM EDITE-LIGNE-ACT
           PERFORM LEC-ACT
           .

      *****************************************************************
      * Ligne d'activite (derniere activite ou rappel demande) : date,
      * type/resultat, contact, note.
      *****************************************************************
       EDITE-LIGNE-ACT.
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  '                          DELIMITED SIZE
             w-act-dtact (1 : 16)          DELIMITED SIZE
             ' <'                          DELIMITED SIZE
             w-act-typact                  DELIMITED SIZE
             '/'                           DELIMITED SIZE
             w-act-resultat                DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-act-con-nom (1 : 20)        DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-act-note                    DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           .

      *****************************************************************
      * Taches en attente : rendez-vous planifies a venir (celui d'un
      * autre commercial est a reprendre), puis rappels demandes.
      *****************************************************************
       SECTION-TACHES.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'TACHES EN ATTENTE'        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 0                          TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-RDV
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-RDV
           PERFORM EDITE-RDV               UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-RDV
           END-EXEC
           EXEC SQL
             OPEN CURS-RAP
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-RAP
           PERFORM EDITE-RAPPEL            UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-RAP
           END-EXEC
           IF w-cpt-lig-sec = 0 THEN
             MOVE '  (aucune)'             TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           .

       LEC-RDV.
           EXEC SQL
             FETCH CURS-RDV
               INTO :w-rdv-dtrdv, :w-rdv-hdebut, :w-rdv-commercial,
                    :w-rdv-con-nom, :w-rdv-lieu
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-RDV.
           ADD 1                           TO w-cpt-lig-sec
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  Rendez-vous le '           DELIMITED SIZE
             w-rdv-dtrdv                   DELIMITED SIZE
             ' a '                         DELIMITED SIZE
             w-rdv-hdebut                  DELIMITED SIZE
             ' avec '                      DELIMITED SIZE
             w-rdv-con-nom (1 : 20)        DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-rdv-lieu (1 : 30)           DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           IF w-rdv-commercial NOT = tlmrea-repreneur THEN
             STRING
               ' - porte par <'            DELIMITED SIZE
               w-rdv-commercial            DELIMITED SIZE
               '>, a reprendre'            DELIMITED SIZE
               INTO w-enr-edt (96 : 37)
             END-STRING
           END-IF
           PERFORM ECRIT-EDITION
           PERFORM LEC-RDV
           .

       LEC-RAP.
           EXEC SQL
             FETCH CURS-RAP
               INTO :w-act-dtact, :w-act-typact, :w-act-resultat,
                    :w-act-con-nom, :w-act-note
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-RAPPEL.
           ADD 1                           TO w-cpt-lig-sec
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  Rappel demande par '       DELIMITED SIZE
             w-act-con-nom (1 : 20)        DELIMITED SIZE
             ' le '                        DELIMITED SIZE
             w-act-dtact (1 : 10)          DELIMITED SIZE
             ' : '                         DELIMITED SIZE
             w-act-note                    DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           PERFORM LEC-RAP
           .

      *****************************************************************
      * Dix dernieres notes du prospect (TLMNOT), la plus recente en
      * tete.
      *****************************************************************
       SECTION-NOTES.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'NOTES DU PROSPECT (10 DERNIERES)'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 0                          TO w-cpt-lig-sec
           EXEC SQL
             OPEN CURS-NOT
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-NOT
           PERFORM EDITE-NOTE              UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-NOT
           END-EXEC
           IF w-cpt-lig-sec = 0 THEN
             MOVE '  (aucune)'             TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           .

       LEC-NOT.
           EXEC SQL
             FETCH CURS-NOT
               INTO :w-not-dtnote, :w-not-auteur, :w-not-note
           END-EXEC
           PERFORM VERIF-FETCH
           .

       EDITE-NOTE.
           ADD 1                           TO w-cpt-lig-sec
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  '                          DELIMITED SIZE
             w-not-dtnote (1 : 10)         DELIMITED SIZE
             ' <'                          DELIMITED SIZE
             w-not-auteur                  DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-not-note                    DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           PERFORM ECRIT-EDITION
           PERFORM LEC-NOT
           .

      *****************************************************************
      * Lettres de presentation : une par contact principal actif,
      * sauf opposition ou attente (contact ou prospect). Chaque
      * contact principal est cite en bas de fiche avec le sort de sa
      * lettre.
      *****************************************************************
       ECRIT-LETTRES.
           MOVE ' '                        TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 'CONTACTS PRINCIPAUX ET LETTRE DE PRESENTATION'
                                           TO w-enr-edt
           PERFORM ECRIT-EDITION
           MOVE 0                          TO w-cpt-lig-sec
                                              w-cpt-lettre-pro
           EXEC SQL
             OPEN CURS-PRI
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-PRI
           PERFORM TRT-CONTACT-PRINCIPAL   UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-PRI
           END-EXEC
           IF w-cpt-lig-sec = 0 THEN
             MOVE '  (aucun contact principal actif)'
                                           TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           IF w-cpt-lettre-pro = 0 THEN
             ADD 1                         TO w-cpt-sans-lettre
             MOVE '  AUCUNE LETTRE : se presenter au prospect.'
                                           TO w-enr-edt
             PERFORM ECRIT-EDITION
           END-IF
           .

       LEC-PRI.
           EXEC SQL
             FETCH CURS-PRI
               INTO :w-con-id, :w-con-nom, :w-con-prenom,
                    :w-con-fonction, :w-con-tel, :w-con-optout,
                    :w-con-dtattente
           END-EXEC
           PERFORM VERIF-FETCH
           .

       TRT-CONTACT-PRINCIPAL.
           ADD 1                           TO w-cpt-lig-sec
           MOVE SPACES                     TO w-enr-edt
           STRING
             '  <'                         DELIMITED SIZE
             w-con-id                      DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-con-prenom (1 : 20)         DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-con-nom (1 : 25)            DELIMITED SIZE
             ' Tel <'                      DELIMITED SIZE
             w-con-tel                     DELIMITED SIZE
             '> '                          DELIMITED SIZE
             INTO w-enr-edt
           END-STRING
           EVALUATE TRUE
             WHEN w-con-optout = 'O'
               ADD 1                       TO w-cpt-ecarte
               MOVE 'pas de lettre (opposition)'
                                           TO w-enr-edt (80 : 40)
             WHEN w-con-dtattente > w-date-jour
               OR w-pro-dtattente > w-date-jour
               ADD 1                       TO w-cpt-ecarte
               MOVE 'pas de lettre (en attente)'
                                           TO w-enr-edt (80 : 40)
             WHEN OTHER
               PERFORM ECRIT-PUBLI
               MOVE 'lettre de presentation envoyee'
                                           TO w-enr-edt (80 : 40)
           END-EVALUATE
           PERFORM ECRIT-EDITION
           PERFORM LEC-PRI
           .

      *****************************************************************
      * Lettre de presentation au format de publipostage TLMCPUB1 :
      * ligne d'attention composee comme TLMBPGM27, nouveau charge de
      * compte en fin d'enregistrement.
      *****************************************************************
       ECRIT-PUBLI.
           MOVE SPACES                     TO f-pub
           MOVE tlmrea-proid               TO f-pub-pro-id
           MOVE w-pro-nom                  TO f-pub-pro-nom
           STRING
             'A l''attention de '          DELIMITED SIZE
             w-con-prenom                  DELIMITED SPACE
             ' '                           DELIMITED SIZE
             w-con-nom                     DELIMITED SIZE
             INTO f-pub-attention
           END-STRING
           MOVE w-con-fonction             TO f-pub-fonction
           MOVE w-pro-rue                  TO f-pub-rue
           MOVE w-pro-cp                   TO f-pub-cp
           MOVE w-pro-ville                TO f-pub-ville
           MOVE tlmrea-repreneur           TO f-pub-com-code
           MOVE w-rea-com-nom              TO f-pub-com-nom
           WRITE f-pub
           IF w-publi NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PUBLI <' w-publi '>'
             SET w-interrompu-oui          TO TRUE
           ELSE
             ADD 1                         TO w-cpt-lettre
                                              w-cpt-lettre-pro
           END-IF
           .

      *****************************************************************
      * Fin de parcours d'un curseur de section ; une erreur SQL
      * interrompt le traitement.
      *****************************************************************
       VERIF-FETCH.
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET w-eot-lig-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE FICHE <' tlmrea-proid
                       '> SQLCODE <' SQLCODE '>'
               SET w-eot-lig-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Les reaffectations anterieures au lancement sont datees, y
      * compris celles sans objet (prospect archive ou passe a un
      * autre commercial depuis) : leur nombre est la difference
      * avec les lignes lues.
      *****************************************************************
       MARQUE-PASSATIONS.
           EXEC SQL
             UPDATE TRAIN04.TLMREA
               SET DTPASS = :w-date-jour
               WHERE DTPASS = ' '
                 AND DTREA <= :w-ts-debut
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-marque
               COMPUTE w-cpt-caduc = w-cpt-marque - w-cpt-lec
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DATATION TLMREA SQLCODE <' SQLCODE '>'
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Ecriture d'une ligne du dossier (saut simple).
      *****************************************************************
       ECRIT-EDITION.
           MOVE ' '                        TO f-edt-asa
           MOVE w-enr-edt                  TO f-edt-ligne
           WRITE f-edt
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE EDITION <' w-edition '>'
             SET w-interrompu-oui          TO TRUE
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne en tete de page neuve (saut ASA '1').
      *****************************************************************
       ECRIT-PAGE.
           MOVE '1'                        TO f-edt-asa
           MOVE w-enr-edt                  TO f-edt-ligne
           WRITE f-edt
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE EDITION <' w-edition '>'
             SET w-interrompu-oui          TO TRUE
           END-IF
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) sur EDITION : les lignes
      * qui suivent sont pour le destinataire w-dif-type / w-dif-code,
      * jusqu'a la balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM152'               TO w-dif-rapport
           MOVE ' '                        TO f-edt-asa
           MOVE w-dif                      TO f-edt-ligne
           WRITE f-edt
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE EDITION <' w-edition '>'
             SET w-interrompu-oui          TO TRUE
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
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   DOSSIERS DE PASSATION DES PROSPECTS REPRIS   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ------------------------------------------   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Validation ou annulation, compte-rendu final, code retour et
      * fermeture des fichiers
      *****************************************************************
       FIN.
      *    la suite du dossier reste hors diffusion (archive seule)
           IF w-edition = '00' THEN
             MOVE SPACES               TO w-dif-type
                                          w-dif-code
             PERFORM ECRIT-BALISE
           END-IF
           IF w-interrompu-oui THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'Traitement interrompu : dossiers et lettres a ne pas'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'diffuser, rien n''est date dans TLMREA : relancer.'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                   TO RETURN-CODE
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
             IF w-cpt-sans-lettre > 0 THEN
               MOVE 4                  TO RETURN-CODE
             END-IF
           END-IF
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-doublon          TO w-rap-doublon-nbr
           MOVE w-rap-doublon          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dossier          TO w-rap-dossier-nbr
           MOVE w-rap-dossier          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-fiche            TO w-rap-fiche-nbr
           MOVE w-rap-fiche            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lettre           TO w-rap-lettre-nbr
           MOVE w-rap-lettre           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ecarte           TO w-rap-ecarte-nbr
           MOVE w-rap-ecarte           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-lettre      TO w-rap-sans-lettre-nbr
           MOVE w-rap-sans-lettre      TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-caduc            TO w-rap-caduc-nbr
           MOVE w-rap-caduc            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE edition
           IF w-edition NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE EDITION <' w-edition '>'
           END-IF
           CLOSE publi
           IF w-publi NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PUBLI <' w-publi '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           DISPLAY 'MET, FIN DES DOSSIERS DE PASSATION'
           .

       END PROGRAM TLMBPGM152.
