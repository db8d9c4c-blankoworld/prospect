      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DISTRIBUTION DES PROSPECTS NON AFFECTES
      * NOM DU PROGRAMME : TLMBPGM133
      * DESCRIPTION      : PROGRAMME BATCH NOCTURNE D'AFFECTATION DES
      *    PROSPECTS ACTIFS SANS COMMERCIAL (RUBRIQUE "NON AFFECTES"
      *    DE TLMBPGM39) A L'UN DES COMMERCIAUX QUI COUVRENT LEUR
      *    SECTEUR (TABLE DE COUVERTURE TLMCOU, CHARGEE PAR
      *    TLMBPGM132).
      *    SONT ECARTES DE LA DISTRIBUTION : LE COMMERCIAL INACTIF OU
      *    INCONNU DANS TLMCOM, LE COMMERCIAL ABSENT CE JOUR (UNE
      *    DELEGATION TLMDEL EN COURS LE DESIGNE COMME TITULAIRE) ET
      *    LE COMMERCIAL DONT LE PORTEFEUILLE ACTIF A ATTEINT SON
      *    PLAFOND (TLMCOU.PLAFOND, 0 = SANS PLAFOND).
      *    DANS UN SECTEUR, LE PROSPECT VA AU COMMERCIAL DISPONIBLE
      *    DONT LE PORTEFEUILLE ACTIF EST LE PLUS PETIT A CET INSTANT
      *    (CHAQUE AFFECTATION DE LA NUIT COMPTE), A EGALITE AU PLUS
      *    PETIT CODE : LA CHARGE S'EQUILIBRE AU FIL DE LA DISTRIBUTION.
      *    L'AFFECTATION PASSE PAR LA FONCTION UPDATE DE LA COUCHE
      *    PHYSIQUE TLMPPRO1 (CLICHE D'AUDIT TLMPROH, ORIGINE
      *    TLMBPGM133), SOUS LE VERROU D'EXECUTION TLMEXE. CHAQUE
      *    AFFECTATION EST TRACEE DANS TLMREA (DOSSIER DE PASSATION ET
      *    LETTRE DE PRESENTATION DU COMMERCIAL, CF. TLMBPGM152).
      *    LE COMPTE-RENDU LISTE CHAQUE PROSPECT AFFECTE AVEC SON
      *    NOUVEAU COMMERCIAL, CHAQUE PROSPECT RESTE SANS PRENEUR
      *    AVEC LE MOTIF, PUIS LE BILAN PAR COMMERCIAL (PORTEFEUILLE
      *    AVANT, PROSPECTS RECUS, PLAFOND, ETAT).
      *    VALIDATION TOUTES LES N AFFECTATIONS (PARAMETRE COMMIT DE
      *    LA TABLE CENTRALE TLMCFG, 500 PAR DEFAUT). PAS DE POINT DE
      *    CONTROLE : APRES UN INCIDENT, RELANCER, SEULS LES PROSPECTS
      *    ENCORE SANS COMMERCIAL SONT REPRIS.
      *    RC=4 QUAND AU MOINS UN PROSPECT RESTE SANS PRENEUR (SECTEUR
      *    NON COUVERT, COMMERCIAUX ABSENTS OU PLAFONNES, MISE A JOUR
      *    REFUSEE PAR LA COUCHE), RC=16 SUR INCIDENT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM133.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200713.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (compte-rendu de distribution)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Clauses COPY pour echange prog./ss-prog. avec les couches
      *    physiques des prospects (TLMPPRO1), du verrou d'execution
      *    (TLMPEXE8) et de la table des parametres (TLMPCFG1)
           COPY TLMCPIL.
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==cpexe==.
      *    Verrou d'execution TLMEXE obtenu ? (cf. PRENDS-VERROU)
       01 w-verrou-exe                   PIC   9.
           88 w-verrou-exe-oui                   VALUE 1.
           88 w-verrou-exe-non                   VALUE 0.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==CPPRO==.
           COPY TLMCCFG1 REPLACING ==:PROG:== BY ==cpcfg==.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Code d'etat du fichier JOURNAUX
       01 w-log                          PIC   X(02).
      *    Date du jour (AAAAMMJJ), pour les absences TLMDEL
       01 w-date-jour                    PIC   X(08).
      *    Fin de parcours des curseurs
       01 w-eot-cou                      PIC   9.
           88 w-eot-cou-oui                      VALUE 1.
           88 w-eot-cou-non                      VALUE 0.
       01 w-eot-pro                      PIC   9.
           88 w-eot-pro-oui                      VALUE 1.
           88 w-eot-pro-non                      VALUE 0.
      *    Distribution interrompue sur erreur (SQL ou couche) ?
       01 w-interrompu                   PIC   9.
           88 w-interrompu-oui                   VALUE 1.
           88 w-interrompu-non                   VALUE 0.
      *    Ligne de couverture lue (CURS-COU) : secteur, commercial,
      *    plafond, nom et statut TLMCOM, portefeuille actif, nombre
      *    de delegations en cours (absence)
       01 w-cou-secteur                  PIC   X(03).
       01 w-cou-commercial               PIC   X(04).
       01 w-cou-plafond                  PIC  S9(05) COMP-3.
       01 w-cou-nom                      PIC   X(35).
       01 w-cou-statut                   PIC   X(01).
       01 w-cou-charge                   PIC  S9(09) COMP.
       01 w-cou-absent                   PIC  S9(09) COMP.
      *    Commerciaux de la couverture, dans l'ordre des codes :
      *    etat ('D' disponible, 'A' absent ce jour, 'X' inactif ou
      *    inconnu de TLMCOM), portefeuille actif courant (augmente a
      *    chaque affectation), portefeuille avant distribution,
      *    plafond et nombre de prospects recus
       01 w-nb-com                       PIC  S9(04) COMP VALUE 0.
       01 w-max-com                      PIC  S9(04) COMP VALUE 500.
       01 t-commerciaux.
           05 t-com OCCURS 500.
               10 t-com-code              PIC  X(04).
               10 t-com-nom               PIC  X(35).
               10 t-com-etat              PIC  X(01).
                   88 t-com-disponible            VALUE 'D'.
                   88 t-com-absent                VALUE 'A'.
                   88 t-com-inactif               VALUE 'X'.
               10 t-com-charge            PIC  S9(07) COMP-3.
               10 t-com-avant             PIC  S9(07) COMP-3.
               10 t-com-plafond           PIC  S9(05) COMP-3.
               10 t-com-recus             PIC  S9(07) COMP-3.
      *    Couples secteur / commercial (rang dans t-com)
       01 w-nb-cou                       PIC  S9(04) COMP VALUE 0.
       01 w-max-cou                      PIC  S9(04) COMP VALUE 3000.
       01 t-couvertures.
           05 t-cou OCCURS 3000.
               10 t-cou-secteur           PIC  X(03).
               10 t-cou-com               PIC  S9(04) COMP.
       77 w-idx                          PIC  S9(04) COMP.
       77 w-idx-com                      PIC  S9(04) COMP.
      *    Recherche du preneur d'un prospect : commercial retenu (rang
      *    dans t-com, 0 = aucun) et secteur couvert par au moins un
      *    commercial ?
       77 w-preneur                      PIC  S9(04) COMP.
      *    Code du preneur retenu (trace TLMREA de l'affectation)
       77 w-preneur-code                 PIC   X(04).
       01 w-sec-couvert                  PIC   9.
           88 w-sec-couvert-oui                  VALUE 1.
           88 w-sec-couvert-non                  VALUE 0.
      *    Prospect sans commercial courant (CURS-PRO)
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
       01 w-pro-secteur                  PIC   X(03).
      *    Intervalle de validation en affectations (parametre COMMIT
      *    de TLMCFG, ou valeur par defaut ci-dessous)
       01 w-commit-freq                  PIC  9(07) VALUE 500.
       01 w-commit-div                   PIC  9(07).
       01 w-commit-rem                   PIC  9(07).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-affecte               PIC  S9(07) COMP-3.
           05 w-cpt-non-couvert           PIC  S9(07) COMP-3.
           05 w-cpt-sans-preneur          PIC  S9(07) COMP-3.
           05 w-cpt-refus                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects actifs sans commercial :         '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-affecte.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects affectes :                       '.
           05 w-rap-affecte-nbr           PIC   ZZZZZZ9.
       01 w-rap-non-couvert.
           05 FILLER                     PIC   X(43) VALUE
                'Non affectes, secteur non couvert :        '.
           05 w-rap-non-couvert-nbr       PIC   ZZZZZZ9.
       01 w-rap-sans-preneur.
           05 FILLER                     PIC   X(43) VALUE
                'Non affectes, aucun commercial disponible :'.
           05 w-rap-sans-preneur-nbr      PIC   ZZZZZZ9.
       01 w-rap-refus.
           05 FILLER                     PIC   X(43) VALUE
                'Non affectes, mise a jour refusee :        '.
           05 w-rap-refus-nbr             PIC   ZZZZZZ9.
       01 w-rap-freq.
           05 FILLER                     PIC   X(43) VALUE
                'Intervalle de validation (affectations) :  '.
           05 w-rap-freq-nbr              PIC   ZZZZZZ9.
       01 w-rap-retry.
           05 FILLER                     PIC   X(43) VALUE
                'Rejeux sur verrou BDD :                    '.
           05 w-rap-retry-nbr             PIC   ZZZZZZ9.
      *    Ligne de detail d'un prospect (affecte ou non)
       01 w-lig-pro.
           05 w-lig-pro-id                PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-pro-nom               PIC   X(30).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-pro-secteur           PIC   X(03).
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-pro-suite             PIC   X(37).
       01 w-lig-pro-com REDEFINES w-lig-pro.
           05 FILLER                      PIC   X(43).
           05 w-lig-pro-com-code          PIC   X(04).
           05 FILLER                      PIC   X(02).
           05 w-lig-pro-com-charge        PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(24).
      *    Ligne du bilan par commercial
       01 w-lig-com.
           05 w-lig-com-code              PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-com-nom               PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-com-avant             PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-com-recus             PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-com-plafond           PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-com-etat              PIC   X(20).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur de la couverture, par commercial : statut et nom
      * TLMCOM (commercial disparu de TLMCOM = inactif), portefeuille
      * actif, delegations en cours ce jour ou il est titulaire
      *****************************************************************
           EXEC SQL
             DECLARE CURS-COU CURSOR FOR
               SELECT U.SECTEUR, U.COMMERCIAL, U.PLAFOND,
                      COALESCE(C.NOM, ' '), COALESCE(C.STATUT, 'X'),
                      (SELECT COUNT(*)
                         FROM TRAIN04.TLMPRO P
                        WHERE P.COMMERCIAL = U.COMMERCIAL
                          AND P.STATUT = 'A'),
                      (SELECT COUNT(*)
                         FROM TRAIN04.TLMDEL D
                        WHERE D.CODE = U.COMMERCIAL
                          AND D.DTDEBUT <= :w-date-jour
                          AND D.DTFIN >= :w-date-jour)
               FROM TRAIN04.TLMCOU U
               LEFT JOIN TRAIN04.TLMCOM C
                 ON C.CODE = U.COMMERCIAL
               ORDER BY U.COMMERCIAL, U.SECTEUR
           END-EXEC.

      *****************************************************************
      * Curseur des prospects actifs sans commercial, par secteur ;
      * maintenu ouvert aux validations intermediaires (WITH HOLD)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO CURSOR WITH HOLD FOR
               SELECT ID, NOM, COALESCE(ADDR_RUE, ' '),
                      COALESCE(ADDR_CP, ' '),
                      COALESCE(ADDR_VILLE, ' '), SECTEUR
               FROM TRAIN04.TLMPRO
               WHERE STATUT = 'A'
                 AND COMMERCIAL = ' '
               ORDER BY SECTEUR, ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DISTRIBUTION DES PROSPECTS NON AFFECTES'
           PERFORM INIT
           PERFORM CHARGE-COUVERTURE
           IF w-interrompu-non THEN
             PERFORM PRENDS-VERROU
             IF w-verrou-exe-oui THEN
               PERFORM DISTRIBUE-PROSPECTS
               PERFORM LIBERE-VERROU
             ELSE
               MOVE 16                    TO RETURN-CODE
             END-IF
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM EDITE-BILAN-COM
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du log, date du jour, lecture du parametre de
      * validation et ecriture de l'entete.
      *****************************************************************
       INIT.
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE 0                          TO w-cpt-lec w-cpt-affecte
                                              w-cpt-non-couvert
                                              w-cpt-sans-preneur
                                              w-cpt-refus
           SET w-interrompu-non            TO TRUE
           MOVE ZERO                       TO tlmcpil-src
                                              tlmcpil-retry
           MOVE SPACES                     TO tlmcpil-motif
      *    Origine stampee sur chaque ligne d'audit des affectations
           MOVE 'TLMBPGM133'               TO tlmcpil-origine
           PERFORM LIT-PARAMETRES
           PERFORM ENTETE
           .

      *****************************************************************
      * Chargement de la couverture en memoire : un poste par
      * commercial (etat, portefeuille, plafond), un poste par couple
      * secteur / commercial. Le plafond retenu est le plus petit lu
      * pour le commercial (TLMBPGM132 les veut tous egaux).
      *****************************************************************
       CHARGE-COUVERTURE.
           EXEC SQL
             OPEN CURS-COU
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OUVERTURE CURS-COU <' sqlcode '>'
             SET w-interrompu-oui          TO TRUE
             SET w-eot-cou-oui             TO TRUE
           ELSE
             SET w-eot-cou-non             TO TRUE
             PERFORM LEC-COU
           END-IF
           PERFORM RANGE-COU               UNTIL w-eot-cou-oui
           EXEC SQL
             CLOSE CURS-COU
           END-EXEC
           IF w-nb-cou = 0 AND w-interrompu-non THEN
             MOVE 'Couverture TLMCOU vide : aucune distribution.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-COU.
           EXEC SQL
             FETCH CURS-COU
               INTO :w-cou-secteur, :w-cou-commercial, :w-cou-plafond,
                    :w-cou-nom, :w-cou-statut, :w-cou-charge,
                    :w-cou-absent
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-cou-non           TO TRUE
             WHEN 100
               SET w-eot-cou-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE CURS-COU <' sqlcode '>'
               SET w-eot-cou-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

       RANGE-COU.
           IF w-nb-com = 0
              OR t-com-code (w-nb-com) NOT = w-cou-commercial THEN
             IF w-nb-com < w-max-com THEN
               ADD 1                       TO w-nb-com
               MOVE w-cou-commercial       TO t-com-code (w-nb-com)
               MOVE w-cou-nom              TO t-com-nom (w-nb-com)
               MOVE w-cou-charge           TO t-com-charge (w-nb-com)
                                              t-com-avant (w-nb-com)
               MOVE w-cou-plafond          TO t-com-plafond (w-nb-com)
               MOVE 0                      TO t-com-recus (w-nb-com)
               EVALUATE TRUE
                 WHEN w-cou-statut NOT = 'A'
                   SET t-com-inactif (w-nb-com)   TO TRUE
                 WHEN w-cou-absent > 0
                   SET t-com-absent (w-nb-com)    TO TRUE
                 WHEN OTHER
                   SET t-com-disponible (w-nb-com) TO TRUE
               END-EVALUATE
             ELSE
               DISPLAY 'MET-ERR TABLE DES COMMERCIAUX PLEINE, <'
                       w-cou-commercial '> ignore'
             END-IF
           ELSE
             IF w-cou-plafond < t-com-plafond (w-nb-com) THEN
               MOVE w-cou-plafond          TO t-com-plafond (w-nb-com)
             END-IF
           END-IF
           IF t-com-code (w-nb-com) = w-cou-commercial THEN
             IF w-nb-cou < w-max-cou THEN
               ADD 1                       TO w-nb-cou
               MOVE w-cou-secteur          TO t-cou-secteur (w-nb-cou)
               MOVE w-nb-com               TO t-cou-com (w-nb-cou)
             ELSE
               DISPLAY 'MET-ERR TABLE DE COUVERTURE PLEINE, <'
                       w-cou-secteur '><' w-cou-commercial
                       '> ignore'
             END-IF
           END-IF
           PERFORM LEC-COU
           .

      *****************************************************************
      * Distribution : chaque prospect sans commercial va au preneur
      * choisi dans son secteur, avec une validation periodique. Sur
      * erreur, seule la tranche en cours est annulee ; les tranches
      * deja validees restent acquises et la relance reprend le
      * reste.
      *****************************************************************
       DISTRIBUE-PROSPECTS.
           MOVE 'Prosp. Nom'               TO w-enr-log (1 : 10)
           MOVE 'Sect.'                    TO w-enr-log (39 : 5)
           MOVE 'Com.  Portef.'            TO w-enr-log (44 : 13)
           PERFORM ECRIT-LOG
           MOVE '------ ------------------------------ ---'
                                           TO w-enr-log (1 : 41)
           MOVE '----  -------'            TO w-enr-log (44 : 13)
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-PRO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OUVERTURE CURS-PRO <' sqlcode '>'
             SET w-interrompu-oui          TO TRUE
             SET w-eot-pro-oui             TO TRUE
           ELSE
             SET w-eot-pro-non             TO TRUE
             PERFORM LEC-PRO
           END-IF
           PERFORM TRT-PRO                 UNTIL w-eot-pro-oui
           EXEC SQL
             CLOSE CURS-PRO
           END-EXEC
           IF w-interrompu-oui THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'Distribution interrompue : relancer, les'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'affectations deja validees restent acquises.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
             IF w-cpt-non-couvert > 0 OR w-cpt-sans-preneur > 0
                OR w-cpt-refus > 0 THEN
               MOVE 4                      TO RETURN-CODE
             END-IF
           END-IF
           .

       LEC-PRO.
           EXEC SQL
             FETCH CURS-PRO
               INTO :w-pro-id, :w-pro-nom, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville, :w-pro-secteur
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-pro-non           TO TRUE
             WHEN 100
               SET w-eot-pro-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE CURS-PRO <' sqlcode '>'
               SET w-eot-pro-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Un prospect sans commercial : choix du preneur, affectation
      * par la couche physique, ligne de detail.
      *****************************************************************
       TRT-PRO.
           ADD 1                           TO w-cpt-lec
           MOVE SPACES                     TO w-lig-pro
           MOVE w-pro-id                   TO w-lig-pro-id
           MOVE w-pro-nom                  TO w-lig-pro-nom
           MOVE w-pro-secteur              TO w-lig-pro-secteur
           PERFORM CHOISIT-PRENEUR
           EVALUATE TRUE
             WHEN w-sec-couvert-non
               ADD 1                       TO w-cpt-non-couvert
               MOVE 'NON AFFECTE : secteur non couvert'
                                           TO w-lig-pro-suite
               MOVE w-lig-pro              TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN w-preneur = 0
               ADD 1                       TO w-cpt-sans-preneur
               MOVE 'NON AFFECTE : aucun disponible'
                                           TO w-lig-pro-suite
               MOVE w-lig-pro              TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN OTHER
               PERFORM AFFECTE-PRO
           END-EVALUATE
           IF w-interrompu-non THEN
             PERFORM LEC-PRO
           END-IF
           .

      *****************************************************************
      * Preneur : parmi les commerciaux qui couvrent le secteur du
      * prospect, le disponible sous son plafond au plus petit
      * portefeuille courant (a egalite, le premier dans l'ordre des
      * codes).
      *****************************************************************
       CHOISIT-PRENEUR.
           MOVE 0                          TO w-preneur
           SET w-sec-couvert-non           TO TRUE
           PERFORM EXAMINE-COUVERTURE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-nb-cou
           .

       EXAMINE-COUVERTURE.
           IF t-cou-secteur (w-idx) = w-pro-secteur
              AND w-pro-secteur NOT = SPACES THEN
             SET w-sec-couvert-oui         TO TRUE
             MOVE t-cou-com (w-idx)        TO w-idx-com
             IF t-com-disponible (w-idx-com)
                AND (t-com-plafond (w-idx-com) = 0
                  OR t-com-charge (w-idx-com)
                     < t-com-plafond (w-idx-com)) THEN
               IF w-preneur = 0 THEN
                 MOVE w-idx-com            TO w-preneur
               ELSE
                 IF t-com-charge (w-idx-com)
                    < t-com-charge (w-preneur) THEN
                   MOVE w-idx-com          TO w-preneur
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Affectation par la fonction UPDATE de TLMPPRO1 : nom et
      * adresse reconduits, stade et SIRET laisses a espace
      * (inchanges), seul le commercial change. Une mise a jour
      * refusee par la couche (controle d'adresse, prospect modifie
      * entre-temps) laisse le prospect sans commercial et est
      * signalee ; une erreur BDD ('99') interrompt la distribution.
      *****************************************************************
       AFFECTE-PRO.
           MOVE SPACES                     TO cppro-ent
           MOVE w-pro-id                   TO cppro-ent-maj-id
           MOVE w-pro-nom                  TO cppro-ent-maj-nom
           MOVE w-pro-rue                  TO cppro-ent-maj-rue
           MOVE w-pro-cp                   TO cppro-ent-maj-cp
           MOVE w-pro-ville                TO cppro-ent-maj-ville
           MOVE t-com-code (w-preneur)     TO cppro-ent-maj-commercial
           MOVE 'UPDATE'                   TO tlmcpil-fct
           CALL 'TLMPPRO1'                 USING tlmcpil cppro
           EVALUATE tlmcpil-rc
             WHEN '00'
               PERFORM TRACE-AFFECTATION
             WHEN '99'
               DISPLAY 'MET-ERR AFFECTATION <' w-pro-id '> rc <'
                       tlmcpil-rc '> ' tlmcpil-msg
               SET w-eot-pro-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
             WHEN OTHER
               ADD 1                       TO w-cpt-refus
               STRING
                 'NON AFFECTE : rc '       DELIMITED SIZE
                 tlmcpil-rc                DELIMITED SIZE
                 ' '                       DELIMITED SIZE
                 tlmcpil-msg               DELIMITED SIZE
                 INTO w-lig-pro-suite
               END-STRING
               MOVE w-lig-pro              TO w-enr-log
               PERFORM ECRIT-LOG
           END-EVALUATE
           .

      *****************************************************************
      * Affectation acceptee : trace dans TLMREA (dossier de passation
      * et lettre de presentation du nouveau commercial, cf.
      * TLMBPGM152), dans la meme unite de travail ; une erreur
      * d'insertion interrompt la distribution (la tranche en cours
      * est annulee, affectation comprise).
      *****************************************************************
       TRACE-AFFECTATION.
           MOVE t-com-code (w-preneur)     TO w-preneur-code
           EXEC SQL
             INSERT INTO TRAIN04.TLMREA
               (PROID, DTREA, CEDANT, REPRENEUR, ORIGINE)
             VALUES (:w-pro-id, CURRENT TIMESTAMP, ' ',
                     :w-preneur-code, 'TLMBPGM133')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR TRACE AFFECTATION <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
             SET w-eot-pro-oui             TO TRUE
             SET w-interrompu-oui          TO TRUE
           ELSE
             ADD 1                         TO w-cpt-affecte
             ADD 1                         TO t-com-charge (w-preneur)
                                              t-com-recus (w-preneur)
             MOVE t-com-code (w-preneur)   TO w-lig-pro-com-code
             MOVE t-com-charge (w-preneur)
                                           TO w-lig-pro-com-charge
             MOVE w-lig-pro                TO w-enr-log
             PERFORM ECRIT-LOG
             DIVIDE w-cpt-affecte BY w-commit-freq
               GIVING w-commit-div REMAINDER w-commit-rem
             IF w-commit-rem = 0 THEN
               EXEC SQL
                 COMMIT
               END-EXEC
               PERFORM BAT-VERROU
             END-IF
           END-IF
           .

      *****************************************************************
      * Bilan par commercial de la couverture : portefeuille actif
      * avant la distribution, prospects recus, plafond (0 = aucun),
      * etat.
      *****************************************************************
       EDITE-BILAN-COM.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Com. Nom'                 TO w-enr-log (1 : 8)
           MOVE '  Avant   Recus Plafond  Etat'
                                           TO w-enr-log (32 : 29)
           PERFORM ECRIT-LOG
           MOVE '---- -------------------------'
                                           TO w-enr-log (1 : 30)
           MOVE ' ------- ------- -------  ---------------'
                                           TO w-enr-log (31 : 41)
           PERFORM ECRIT-LOG
           PERFORM EDITE-UN-COM
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-nb-com
           .

       EDITE-UN-COM.
           MOVE SPACES                     TO w-lig-com
           MOVE t-com-code (w-idx)         TO w-lig-com-code
           MOVE t-com-nom (w-idx)          TO w-lig-com-nom
           MOVE t-com-avant (w-idx)        TO w-lig-com-avant
           MOVE t-com-recus (w-idx)        TO w-lig-com-recus
           MOVE t-com-plafond (w-idx)      TO w-lig-com-plafond
           EVALUATE TRUE
             WHEN t-com-inactif (w-idx)
               MOVE 'inactif'              TO w-lig-com-etat
             WHEN t-com-absent (w-idx)
               MOVE 'absent ce jour'       TO w-lig-com-etat
             WHEN t-com-plafond (w-idx) > 0
                  AND t-com-charge (w-idx) >= t-com-plafond (w-idx)
               MOVE 'plafond atteint'      TO w-lig-com-etat
             WHEN OTHER
               MOVE 'disponible'           TO w-lig-com-etat
           END-EVALUATE
           MOVE w-lig-com                  TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Intervalle de validation : parametre COMMIT de la table
      * centrale TLMCFG (ligne du programme, a defaut ligne '*').
      * Absent ou invalide, la valeur par defaut est conservee.
      *****************************************************************
       LIT-PARAMETRES.
           MOVE SPACES                     TO cpcfg-ent
           MOVE 'TLMBPGM133'               TO cpcfg-ent-prm-programme
           MOVE 'COMMIT'                   TO cpcfg-ent-prm-param
           MOVE 'SELECT'                   TO tlmcpil-fct
           CALL 'TLMPCFG1'                 USING tlmcpil cpcfg
           EVALUATE TRUE
             WHEN tlmcpil-rc = '00' AND cpcfg-sor-prm-num-oui
                  AND cpcfg-sor-prm-num > 0
                  AND cpcfg-sor-prm-num < 10000000
               MOVE cpcfg-sor-prm-num      TO w-commit-freq
             WHEN tlmcpil-rc = '00'
               DISPLAY 'MET-ERR PARAMETRE COMMIT INVALIDE <'
                       cpcfg-sor-prm-valeur '>, defaut conserve'
             WHEN tlmcpil-rc = '10'
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE TLMCFG rc <' tlmcpil-rc
                       '> ' tlmcpil-msg
           END-EVALUATE
           .

      *****************************************************************
      * Prise du verrou d'execution TLMEXE (cf. TLMPEXE8) : un seul
      * batch ecrivant dans TLMPRO/TLMCON a la fois. Un refus (rc
      * '20') affiche le detenteur et son battement de coeur, et la
      * distribution ne demarre pas (relancer apres la fin du
      * travail en cours, ou lever un verrou orphelin via TLMBPGM46).
      * Le verrou est pris sous le nom 'TLMBP133' : la zone PROGRAMME
      * de TLMEXE est un CHAR(8) et le nom complet y serait tronque
      * en 'TLMBPGM1', nom d'un autre batch (meme usage que
      * 'TLMBPG34' dans TLMRUN, cf. TLMBPGM34).
      *****************************************************************
       PRENDS-VERROU.
           SET w-verrou-exe-non          TO TRUE
           MOVE SPACES                   TO cpexe-ent
           MOVE 'TLMBP133'               TO cpexe-ent-exe-pgm
           MOVE 'ACQUIRE'                TO tlmcpil-fct
           CALL 'TLMPEXE8'               USING tlmcpil cpexe
           EVALUATE tlmcpil-rc
             WHEN '00'
               SET w-verrou-exe-oui      TO TRUE
             WHEN '20'
               DISPLAY 'MET-ERR VERROU EXECUTION : <'
                       cpexe-sor-exe-pgm '> en cours depuis <'
                       cpexe-sor-exe-debut '>, battement <'
                       cpexe-sor-exe-bat '>'
             WHEN OTHER
               DISPLAY 'MET-ERR VERROU EXECUTION rc <' tlmcpil-rc
                       '> ' tlmcpil-msg
           END-EVALUATE
           .

      *****************************************************************
      * Battement de coeur du verrou d'execution (cf. TLMEXE.DTBAT)
      *****************************************************************
       BAT-VERROU.
           MOVE SPACES                   TO cpexe-ent
           MOVE 'TLMBP133'               TO cpexe-ent-exe-pgm
           MOVE 'HEARTBEAT'              TO tlmcpil-fct
           CALL 'TLMPEXE8'               USING tlmcpil cpexe
           .

      *****************************************************************
      * Liberation du verrou d'execution en fin de traitement
      *****************************************************************
       LIBERE-VERROU.
           MOVE SPACES                   TO cpexe-ent
           MOVE 'TLMBP133'               TO cpexe-ent-exe-pgm
           MOVE 'RELEASE'                TO tlmcpil-fct
           CALL 'TLMPEXE8'               USING tlmcpil cpexe
           IF tlmcpil-rc NOT = '00' AND tlmcpil-rc NOT = '10' THEN
             DISPLAY 'MET-ERR LIBERATION VERROU rc <' tlmcpil-rc
                     '> ' tlmcpil-msg
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
           MOVE '|  DISTRIBUTION DES PROSPECTS NON AFFECTES       |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ---------------------------------------       |'
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
           MOVE w-cpt-affecte          TO w-rap-affecte-nbr
           MOVE w-rap-affecte          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-non-couvert      TO w-rap-non-couvert-nbr
           MOVE w-rap-non-couvert      TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-preneur     TO w-rap-sans-preneur-nbr
           MOVE w-rap-sans-preneur     TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-refus            TO w-rap-refus-nbr
           MOVE w-rap-refus            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-commit-freq          TO w-rap-freq-nbr
           MOVE w-rap-freq             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE tlmcpil-retry          TO w-rap-retry-nbr
           MOVE w-rap-retry            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM133.
