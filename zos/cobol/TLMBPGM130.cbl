      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DELAI DE PREMIER CONTACT DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM130
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN DE MESURE DU
      *    DELAI DE PREMIER CONTACT DES PROSPECTS ISSUS D'UNE SOURCE
      *    SOUMISE AU DELAI (TLMSRC.SLA : FORMULAIRE WEB, SALON...),
      *    SUIVI DANS TLMSLA :
      *       - TOUT PROSPECT ACTIF D'UNE TELLE SOURCE, CREE DEPUIS LA
      *         MISE EN PLACE (TLMPRO.DTCREA), EST PRIS EN SUIVI LA
      *         NUIT QUI SUIT SA CREATION, AVEC SON COMMERCIAL ;
      *       - LA PREMIERE ACTIVITE (TLMACT) SUR UN DE SES CONTACTS
      *         DEPUIS SA CREATION FIGE LE DELAI : DANS LE DELAI OU
      *         HORS DELAI ; UN MEL RECU DU CONTACT (TYPE 'E') NE
      *         VAUT PAS PREMIER CONTACT ;
      *       - SANS ACTIVITE, LE DELAI ECOULE EST REMESURE ; AU-DELA
      *         DU DELAI, LE PROSPECT EST ESCALADE AU CHEF D'EQUIPE DU
      *         COMMERCIAL (HIERARCHIE TLMHIE DU JOUR) ET LE RESTE
      *         CHAQUE NUIT JUSQU'AU PREMIER CONTACT ;
      *       - UN PROSPECT ARCHIVE AVANT TOUT CONTACT SORT DU SUIVI
      *         (SANS OBJET).
      *    LE DELAI EST COMPTE EN HEURES OUVREES : SEULES COMPTENT
      *    LES HEURES DE LA PLAGE D'OUVERTURE DES JOURS OUVRES
      *    (WEEK-ENDS ET CALENDRIER TLMJOF EXCLUS, COMME TLMBPGM125).
      *    FICHIER DE CONTROLE SEUIL FACULTATIF : HEURE D'OUVERTURE
      *    EN COL.1-2 (08 PAR DEFAUT), HEURE DE FERMETURE EN COL.3-4
      *    (18 PAR DEFAUT), DELAI EN HEURES OUVREES EN COL.5-7 (PAR
      *    DEFAUT UN JOUR OUVRE, SOIT LA DUREE DE LA PLAGE).
      *    LA LISTE DES ESCALADES EST EDITEE PAR EQUIPE, CHAQUE PAGE
      *    PRECEDEE D'UNE BALISE DE DIFFUSION AU CODE DE L'EQUIPE
      *    (CF. TLMCDIF1) : L'ETAPE D'ECLATEMENT (TLMBPGM117) LA
      *    REMET AU CHEF D'EQUIPE. UN COMMERCIAL SANS EQUIPE CE JOUR
      *    RECOIT LUI-MEME SES ESCALADES.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT. CODES RETOUR : 0 =
      *    AUCUNE ESCALADE ; 4 = ESCALADE(S) EDITEE(S) ; 16 = MESURES
      *    ANNULEES EN BASE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM130.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200706.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle facultatif : plage d'ouverture et delai
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (escalades et compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-ouverture           PIC  X(02).
           05 f-seuil-fermeture           PIC  X(02).
           05 f-seuil-delai               PIC  X(03).
           05 FILLER                      PIC  X(73).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMSLA
           EXEC SQL
             INCLUDE DCLSLA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMEQU
           EXEC SQL
             INCLUDE DCLEQU
           END-EXEC.
      *    Balise de diffusion ecrite en tete de chaque page d'equipe,
      *    pour l'eclatement par TLMBPGM117
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.
      *    Codes d'etat des fichiers
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des prospects suivis
       01 w-eot-sla                      PIC   9.
           88 w-eot-sla-oui                      VALUE 1.
           88 w-eot-sla-non                      VALUE 0.
      *    Date et heure du jour
       01 w-date-jour                    PIC   X(08).
       01 w-date-jour-n REDEFINES w-date-jour
                                         PIC   9(08).
       01 w-heure                        PIC   9(08).
       01 FILLER REDEFINES w-heure.
           05 w-heure-hh                 PIC   9(02).
           05 w-heure-mi                 PIC   9(02).
           05 FILLER                     PIC   9(04).
      *    Plage d'ouverture (heures) et delai en heures ouvrees
      *    (valeurs lues sur SEUIL, ou valeurs par defaut ; delai a
      *    zero = un jour ouvre)
       01 w-ouverture                    PIC   9(02) VALUE 8.
       01 w-fermeture                    PIC   9(02) VALUE 18.
       01 w-delai-h                      PIC   9(03) VALUE 0.
      *    Les memes en minutes
       77 w-ouv-mn                       PIC   9(04).
       77 w-fer-mn                       PIC   9(04).
       77 w-delai-mn                     PIC   9(07).
      *    Prospect suivi courant (curseur CURS-SLA)
       01 w-sla-proid                    PIC   X(06).
       01 w-sla-source                   PIC   X(03).
       01 w-sla-statut                   PIC   X(01).
       01 w-sla-dtescal                  PIC   X(08).
       01 w-cre-ts                       PIC   X(26).
       01 w-cre-date                     PIC   X(08).
       01 w-cre-mn                       PIC  S9(04) COMP.
       01 w-cre-dow                      PIC  S9(04) COMP.
       01 w-act-ts                       PIC   X(26).
       01 w-act-date                     PIC   X(08).
       01 w-act-mn                       PIC  S9(04) COMP.
       01 w-pro-statut                   PIC   X(01).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-commercial               PIC   X(04).
       01 w-equipe                       PIC   X(04).
      *    Destinataire de la page d'escalade en cours
       01 w-dest-type                    PIC   X(01).
       01 w-dest-code                    PIC   X(04).
      *****************************************************************
      * Delai en minutes ouvrees entre deux instants : parcours jour
      * par jour de la date de depart a la date d'arrivee ; pour
      * chaque jour ouvre (ni samedi/dimanche, ni ferie), ajout de la
      * part de la plage d'ouverture comprise entre les deux
      * instants. Calendrier des jours feries (TLMJOF) charge en
      * memoire, annees bissextiles par la regle du modulo 4, comme
      * TLMBPGM125.
      *****************************************************************
       01 w-jof.
           05 w-jof-ent OCCURS 400       PIC   X(08).
       77 w-jof-jour                     PIC   X(08).
       77 w-jof-nbr                      PIC  S9(05) COMP-3.
       77 w-jof-i                        PIC  S9(05) COMP-3.
       01 w-jof-fin                      PIC   9.
           88 w-jof-fin-oui                      VALUE 1.
           88 w-jof-fin-non                      VALUE 0.
       01 w-jof-trouve                   PIC   9.
           88 w-jof-trouve-oui                   VALUE 1.
           88 w-jof-trouve-non                   VALUE 0.
      *    Instants de depart et d'arrivee (date, minute du jour,
      *    jour de semaine du depart 1 lundi - 7 dimanche)
       01 w-dep-date                     PIC   9(08).
       77 w-dep-mn                       PIC   9(04).
       77 w-dep-dow                      PIC   9(01).
       01 w-arr-date                     PIC   9(08).
       77 w-arr-mn                       PIC   9(04).
      *    Resultat : delai en minutes ouvrees
       77 w-mesure-mn                    PIC   9(07).
      *    Bornes de la part ouvree du jour courant
       77 w-borne-deb                    PIC   9(04).
       77 w-borne-fin                    PIC   9(04).
      *    Jours calendaires parcourus, jour de semaine courant
       77 w-cal                          PIC   9(05).
       77 w-dow                          PIC   9(01).
      *    Date de parcours et ses composants
       01 w-date-curs                    PIC   9(08).
       01 w-date-curs-x REDEFINES w-date-curs
                                         PIC   X(08).
       01 FILLER REDEFINES w-date-curs.
           05 w-curs-aaaa                PIC   9(04).
           05 w-curs-mm                  PIC   9(02).
           05 w-curs-jj                  PIC   9(02).
       77 w-jj-max                       PIC   9(02).
       77 w-div4                         PIC   9(04).
       77 w-reste4                       PIC   9(04).
      *    Ligne d'escalade
       01 w-det.
           05 w-det-proid                 PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-nom                   PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-com                   PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-source                PIC   X(03).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-cre                   PIC   X(16).
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-delai                 PIC   ZZZZ9.99.
           05 FILLER                      PIC   X(01) VALUE SPACES.
           05 w-det-dtescal               PIC   X(08).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-nouv                  PIC  S9(07) COMP-3.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-dans                  PIC  S9(07) COMP-3.
           05 w-cpt-hors                  PIC  S9(07) COMP-3.
           05 w-cpt-att                   PIC  S9(07) COMP-3.
           05 w-cpt-esc                   PIC  S9(07) COMP-3.
           05 w-cpt-esc-nouv              PIC  S9(07) COMP-3.
           05 w-cpt-sans-objet            PIC  S9(07) COMP-3.
       01 w-rap-nouv.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects pris en suivi :                  '.
           05 w-rap-nouv-nbr              PIC   ZZZZZZ9.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects en attente de premier contact :  '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-dans.
           05 FILLER                     PIC   X(43) VALUE
                '  dont contactes dans le delai :           '.
           05 w-rap-dans-nbr              PIC   ZZZZZZ9.
       01 w-rap-hors.
           05 FILLER                     PIC   X(43) VALUE
                '  dont contactes hors delai :              '.
           05 w-rap-hors-nbr              PIC   ZZZZZZ9.
       01 w-rap-att.
           05 FILLER                     PIC   X(43) VALUE
                '  dont en attente, delai non depasse :     '.
           05 w-rap-att-nbr               PIC   ZZZZZZ9.
       01 w-rap-esc.
           05 FILLER                     PIC   X(43) VALUE
                '  dont escalades (delai depasse) :         '.
           05 w-rap-esc-nbr               PIC   ZZZZZZ9.
       01 w-rap-esc-nouv.
           05 FILLER                     PIC   X(43) VALUE
                '     dont escalades du jour :              '.
           05 w-rap-esc-nouv-nbr          PIC   ZZZZZZ9.
       01 w-rap-sans-objet.
           05 FILLER                     PIC   X(43) VALUE
                '  dont archives sans contact (sans objet) :'.
           05 w-rap-sans-objet-nbr        PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur : prospects suivis en attente de premier contact,
      * avec l'instant de creation decompose, la premiere activite
      * sur un de leurs contacts depuis la creation (espace si
      * aucune), l'etat actuel du prospect et l'equipe du jour de son
      * commercial. Ordre d'edition des escalades : equipe,
      * commercial, anciennete.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SLA CURSOR FOR
               SELECT X.PROID, X.SOURCE, X.STATUT, X.DTESCAL,
                      CHAR(X.DTCREA),
                      REPLACE(CHAR(DATE(X.DTCREA), ISO), '-', ''),
                      HOUR(X.DTCREA) * 60 + MINUTE(X.DTCREA),
                      DAYOFWEEK_ISO(X.DTCREA),
                      COALESCE(CHAR(X.DTPREM), ' '),
                      COALESCE(REPLACE(CHAR(DATE(X.DTPREM), ISO),
                                       '-', ''), ' '),
                      COALESCE(HOUR(X.DTPREM) * 60
                               + MINUTE(X.DTPREM), 0),
                      P.STATUT, P.NOM, P.COMMERCIAL,
                      COALESCE(H.PARENT, ' ')
               FROM (SELECT L.PROID, L.SOURCE, L.STATUT, L.DTESCAL,
                            L.DTCREA,
                            (SELECT MIN(A.DTACT)
                               FROM TRAIN04.TLMACT A
                                 INNER JOIN TRAIN04.TLMCON C
                                   ON C.ID = A.CONID
                              WHERE C.PID = L.PROID
                                AND A.DTACT >= L.DTCREA
                                AND A.TYPACT <> 'E') AS DTPREM
                       FROM TRAIN04.TLMSLA L
                       WHERE L.STATUT IN ('A', 'E')) X
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = X.PROID
                 LEFT OUTER JOIN TRAIN04.TLMHIE H
                   ON  H.NIVEAU = 'C'
                   AND H.CODE = P.COMMERCIAL
                   AND H.DTDEBUT <= :w-date-jour
                   AND H.DTFIN >= :w-date-jour
               ORDER BY 15, P.COMMERCIAL, X.DTCREA
           END-EXEC.

      *****************************************************************
      * Curseur : jours feries du calendrier TLMJOF
      *****************************************************************
           EXEC SQL
             DECLARE CURS-JOF CURSOR FOR
               SELECT JOUR
               FROM TRAIN04.TLMJOF
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DELAI DE PREMIER CONTACT DES PROSPECTS'
           PERFORM INIT
           PERFORM CHARGE-CALENDRIER
           PERFORM PRISE-EN-SUIVI
           IF RETURN-CODE NOT = 16 THEN
             PERFORM TRT-SUIVIS
           END-IF
           IF RETURN-CODE = 16 THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
             IF w-cpt-esc > 0 THEN
               MOVE 4                      TO RETURN-CODE
             END-IF
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil facultatif et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           ACCEPT w-heure                  FROM TIME
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-ouverture NUMERIC
                      AND f-seuil-fermeture NUMERIC
                      AND f-seuil-ouverture < f-seuil-fermeture
                      AND f-seuil-fermeture <= '24' THEN
                     MOVE f-seuil-ouverture  TO w-ouverture
                     MOVE f-seuil-fermeture  TO w-fermeture
                   END-IF
                   IF f-seuil-delai NUMERIC
                      AND f-seuil-delai > '000' THEN
                     MOVE f-seuil-delai      TO w-delai-h
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           IF w-delai-h = 0 THEN
             COMPUTE w-delai-h = w-fermeture - w-ouverture
           END-IF
           COMPUTE w-ouv-mn = w-ouverture * 60
           COMPUTE w-fer-mn = w-fermeture * 60
           COMPUTE w-delai-mn = w-delai-h * 60
           MOVE SPACES                     TO w-dif
           MOVE SPACES                     TO w-dest-type w-dest-code
           MOVE 0                          TO w-cpt-nouv w-cpt-lec
                                              w-cpt-dans w-cpt-hors
                                              w-cpt-att w-cpt-esc
                                              w-cpt-esc-nouv
                                              w-cpt-sans-objet
           PERFORM ENTETE
           .

      *****************************************************************
      * Chargement en memoire du calendrier des jours feries (400 au
      * plus).
      *****************************************************************
       CHARGE-CALENDRIER.
           MOVE ZERO                     TO w-jof-nbr
           SET w-jof-fin-non             TO TRUE
           EXEC SQL
             OPEN CURS-JOF
           END-EXEC
           IF SQLCODE = 0 THEN
             PERFORM LEC-JOF
             PERFORM CHARGE-JOF          UNTIL w-jof-fin-oui
                                            OR w-jof-nbr >= 400
             EXEC SQL
               CLOSE CURS-JOF
             END-EXEC
           END-IF
           .

       LEC-JOF.
           EXEC SQL
             FETCH CURS-JOF
               INTO :w-jof-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-jof-fin-oui           TO TRUE
           END-IF
           .

       CHARGE-JOF.
           ADD 1                         TO w-jof-nbr
           MOVE w-jof-jour               TO w-jof-ent (w-jof-nbr)
           PERFORM LEC-JOF
           .

      *****************************************************************
      * Prise en suivi des prospects actifs d'une source soumise au
      * delai, crees depuis la mise en place de la date de creation,
      * et pas encore suivis.
      *****************************************************************
       PRISE-EN-SUIVI.
           EXEC SQL
             INSERT INTO TRAIN04.TLMSLA (
                 PROID, SOURCE, COMMERCIAL, DTCREA, STATUT, DTMAJ)
               SELECT P.ID, P.SOURCE, P.COMMERCIAL, P.DTCREA, 'A',
                      CURRENT TIMESTAMP
                 FROM TRAIN04.TLMPRO P
                   INNER JOIN TRAIN04.TLMSRC S
                     ON S.CODE = P.SOURCE
                WHERE S.SLA = 'O'
                  AND P.STATUT = 'A'
                  AND P.DTCREA > '0001-01-01-00.00.00.000000'
                  AND NOT EXISTS
                       (SELECT 1
                          FROM TRAIN04.TLMSLA L
                         WHERE L.PROID = P.ID)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-nouv
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR PRISE EN SUIVI TLMSLA SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Parcours des prospects en attente de premier contact
      *****************************************************************
       TRT-SUIVIS.
           EXEC SQL
             OPEN CURS-SLA
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-SLA SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-sla-non             TO TRUE
             PERFORM LEC-SLA
             PERFORM TRT-SUIVI             UNTIL w-eot-sla-oui
             EXEC SQL
               CLOSE CURS-SLA
             END-EXEC
           END-IF
           .

       LEC-SLA.
           EXEC SQL
             FETCH CURS-SLA
               INTO :w-sla-proid, :w-sla-source, :w-sla-statut,
                    :w-sla-dtescal, :w-cre-ts, :w-cre-date,
                    :w-cre-mn, :w-cre-dow, :w-act-ts, :w-act-date,
                    :w-act-mn, :w-pro-statut, :w-pro-nom,
                    :w-pro-commercial, :w-equipe
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-sla-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-SLA SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un prospect en attente : premier contact intervenu (delai
      * fige), prospect archive (sans objet), ou delai remesure a
      * l'instant present, avec escalade s'il est depasse.
      *****************************************************************
       TRT-SUIVI.
           ADD 1                           TO w-cpt-lec
           MOVE w-cre-date                 TO w-dep-date
           MOVE w-cre-mn                   TO w-dep-mn
           MOVE w-cre-dow                  TO w-dep-dow
           MOVE SPACES                     TO tlmsla-dtprem
           EVALUATE TRUE
             WHEN w-act-ts NOT = SPACES
               MOVE w-act-date             TO w-arr-date
               MOVE w-act-mn               TO w-arr-mn
               PERFORM MESURE-DELAI
               MOVE w-act-ts               TO tlmsla-dtprem
               IF w-mesure-mn > w-delai-mn THEN
                 SET tlmsla-statut-hors-delai TO TRUE
                 ADD 1                     TO w-cpt-hors
               ELSE
                 SET tlmsla-statut-dans-delai TO TRUE
                 ADD 1                     TO w-cpt-dans
               END-IF
             WHEN w-pro-statut = 'X'
               MOVE 0                      TO w-mesure-mn
               SET tlmsla-statut-sans-objet TO TRUE
               ADD 1                       TO w-cpt-sans-objet
             WHEN OTHER
               MOVE w-date-jour-n          TO w-arr-date
               COMPUTE w-arr-mn = w-heure-hh * 60 + w-heure-mi
               PERFORM MESURE-DELAI
               IF w-mesure-mn > w-delai-mn THEN
                 SET tlmsla-statut-escalade TO TRUE
                 ADD 1                     TO w-cpt-esc
                 IF w-sla-dtescal = SPACES THEN
                   MOVE w-date-jour        TO w-sla-dtescal
                   ADD 1                   TO w-cpt-esc-nouv
                 END-IF
                 PERFORM EDITE-ESCALADE
               ELSE
                 SET tlmsla-statut-attente TO TRUE
                 ADD 1                     TO w-cpt-att
               END-IF
           END-EVALUATE
           PERFORM MAJ-SUIVI
           PERFORM LEC-SLA
           .

      *****************************************************************
      * Mise a jour du suivi : statut, premiere activite, delai en
      * heures ouvrees, date de premiere escalade.
      *****************************************************************
       MAJ-SUIVI.
           MOVE w-sla-proid                TO tlmsla-proid
           COMPUTE tlmsla-delai ROUNDED = w-mesure-mn / 60
           MOVE w-sla-dtescal              TO tlmsla-dtescal
           IF tlmsla-dtprem = SPACES THEN
             EXEC SQL
               UPDATE TRAIN04.TLMSLA
                  SET STATUT  = :tlmsla-statut,
                      DELAI   = :tlmsla-delai,
                      DTESCAL = :tlmsla-dtescal,
                      DTMAJ   = CURRENT TIMESTAMP
                WHERE PROID = :tlmsla-proid
             END-EXEC
           ELSE
             EXEC SQL
               UPDATE TRAIN04.TLMSLA
                  SET STATUT  = :tlmsla-statut,
                      DTPREM  = :tlmsla-dtprem,
                      DELAI   = :tlmsla-delai,
                      DTMAJ   = CURRENT TIMESTAMP
                WHERE PROID = :tlmsla-proid
             END-EXEC
           END-IF
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR MAJ TLMSLA <' tlmsla-proid
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-sla-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Delai en minutes ouvrees du depart (w-dep-*) a l'arrivee
      * (w-arr-*), dans w-mesure-mn. Parcours borne a 9999 jours.
      *****************************************************************
       MESURE-DELAI.
           MOVE 0                          TO w-mesure-mn w-cal
           MOVE w-dep-date                 TO w-date-curs
           MOVE w-dep-dow                  TO w-dow
           PERFORM CUMULE-JOUR
             UNTIL w-date-curs > w-arr-date
                OR w-cal >= 9999
           .

       CUMULE-JOUR.
           IF w-dow <= 5 THEN
             PERFORM CHERCHE-FERIE
             IF w-jof-trouve-non THEN
               MOVE w-ouv-mn               TO w-borne-deb
               MOVE w-fer-mn               TO w-borne-fin
               IF w-date-curs = w-dep-date
                  AND w-dep-mn > w-borne-deb THEN
                 MOVE w-dep-mn             TO w-borne-deb
               END-IF
               IF w-date-curs = w-arr-date
                  AND w-arr-mn < w-borne-fin THEN
                 MOVE w-arr-mn             TO w-borne-fin
               END-IF
               IF w-borne-fin > w-borne-deb THEN
                 COMPUTE w-mesure-mn = w-mesure-mn
                                     + w-borne-fin - w-borne-deb
               END-IF
             END-IF
           END-IF
           PERFORM INCREMENTE-DATE
           ADD 1                           TO w-cal
           IF w-dow = 7 THEN
             MOVE 1                        TO w-dow
           ELSE
             ADD 1                         TO w-dow
           END-IF
           .

       INCREMENTE-DATE.
           PERFORM DERNIER-JOUR-MOIS
           IF w-curs-jj < w-jj-max THEN
             ADD 1                         TO w-curs-jj
           ELSE
             MOVE 1                        TO w-curs-jj
             IF w-curs-mm = 12 THEN
               ADD 1                       TO w-curs-aaaa
               MOVE 1                      TO w-curs-mm
             ELSE
               ADD 1                       TO w-curs-mm
             END-IF
           END-IF
           .

       DERNIER-JOUR-MOIS.
           EVALUATE w-curs-mm
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31                     TO w-jj-max
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30                     TO w-jj-max
             WHEN 2
               DIVIDE w-curs-aaaa BY 4
                 GIVING w-div4 REMAINDER w-reste4
               IF w-reste4 = 0 THEN
                 MOVE 29                   TO w-jj-max
               ELSE
                 MOVE 28                   TO w-jj-max
               END-IF
           END-EVALUATE
           .

       CHERCHE-FERIE.
           SET w-jof-trouve-non            TO TRUE
           PERFORM CHERCHE-FERIE-ENT
             VARYING w-jof-i FROM 1 BY 1
             UNTIL w-jof-i > w-jof-nbr
                OR w-jof-trouve-oui
           .

       CHERCHE-FERIE-ENT.
           IF w-jof-ent (w-jof-i) = w-date-curs-x THEN
             SET w-jof-trouve-oui          TO TRUE
           END-IF
           .

      *****************************************************************
      * Ligne d'escalade, sur la page du chef d'equipe du commercial
      * (a defaut d'equipe ce jour, du commercial lui-meme) : une
      * nouvelle page a chaque changement de destinataire.
      *****************************************************************
       EDITE-ESCALADE.
           IF w-equipe = SPACES THEN
             IF w-dest-type NOT = 'C'
                OR w-dest-code NOT = w-pro-commercial THEN
               MOVE 'C'                    TO w-dest-type
               MOVE w-pro-commercial       TO w-dest-code
               PERFORM PAGE-DESTINATAIRE
             END-IF
           ELSE
             IF w-dest-type NOT = 'E'
                OR w-dest-code NOT = w-equipe THEN
               MOVE 'E'                    TO w-dest-type
               MOVE w-equipe               TO w-dest-code
               PERFORM PAGE-DESTINATAIRE
             END-IF
           END-IF
           MOVE w-sla-proid                TO w-det-proid
           MOVE w-pro-nom                  TO w-det-nom
           MOVE w-pro-commercial           TO w-det-com
           MOVE w-sla-source               TO w-det-source
           STRING w-cre-ts (1 : 10) ' ' w-cre-ts (12 : 5)
             DELIMITED BY SIZE             INTO w-det-cre
           COMPUTE w-det-delai ROUNDED = w-mesure-mn / 60
           MOVE w-sla-dtescal              TO w-det-dtescal
           MOVE w-det                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Page d'un destinataire : balise de diffusion, equipe et chef
      * d'equipe (TLMEQU), titres des colonnes.
      *****************************************************************
       PAGE-DESTINATAIRE.
           MOVE w-dest-type                TO w-dif-type
           MOVE w-dest-code                TO w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-dest-type = 'E' THEN
             MOVE SPACES                   TO tlmequ-libelle
                                              tlmequ-responsable
             EXEC SQL
               SELECT LIBELLE, RESPONSABLE
                 INTO :tlmequ-libelle, :tlmequ-responsable
                 FROM TRAIN04.TLMEQU
                WHERE NIVEAU = 'E'
                  AND CODE = :w-dest-code
             END-EXEC
             STRING 'Equipe ' w-dest-code ' ' tlmequ-libelle
               DELIMITED BY SIZE           INTO w-enr-log
             PERFORM ECRIT-LOG
             STRING 'Chef d''equipe : ' tlmequ-responsable
               DELIMITED BY SIZE           INTO w-enr-log
             PERFORM ECRIT-LOG
           ELSE
             STRING 'Commercial ' w-dest-code ' (sans equipe ce jour)'
               DELIMITED BY SIZE           INTO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ALL '='                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Prospects sans premier contact, delai depasse'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Prosp. Nom                       Com. Src Creation'
                                           TO w-enr-log
           MOVE '           Heures Escalade'
                                           TO w-enr-log (51 : 26)
           PERFORM ECRIT-LOG
           MOVE ALL '-'                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Balise de diffusion (cf. TLMCDIF1) : les lignes qui suivent
      * sont pour le destinataire w-dif-type / w-dif-code, jusqu'a la
      * balise suivante.
      *****************************************************************
       ECRIT-BALISE.
           SET w-dif-marque-ok             TO TRUE
           MOVE 'TLMBPGM130'               TO w-dif-rapport
           MOVE w-dif                      TO w-enr-log
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
           MOVE '|      DELAI DE PREMIER CONTACT DES PROSPECTS    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|      ----------------------------------        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING 'Plage d''ouverture ' w-ouverture 'h-' w-fermeture
                  'h, delai ' w-delai-h ' heures ouvrees'
             DELIMITED BY SIZE         INTO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture des fichiers
      *****************************************************************
       FIN.
      *    le compte-rendu reste hors diffusion (archive seule)
           MOVE SPACES                 TO w-dif-type
                                          w-dif-code
           PERFORM ECRIT-BALISE
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nouv             TO w-rap-nouv-nbr
           MOVE w-rap-nouv             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dans             TO w-rap-dans-nbr
           MOVE w-rap-dans             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-hors             TO w-rap-hors-nbr
           MOVE w-rap-hors             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-att              TO w-rap-att-nbr
           MOVE w-rap-att              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-esc              TO w-rap-esc-nbr
           MOVE w-rap-esc              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-esc-nouv         TO w-rap-esc-nouv-nbr
           MOVE w-rap-esc-nouv         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-objet       TO w-rap-sans-objet-nbr
           MOVE w-rap-sans-objet       TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 16 THEN
             MOVE 'Incident : mesures de la nuit annulees en base.'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           DISPLAY 'MET, FIN DU DELAI DE PREMIER CONTACT'
           .

       END PROGRAM TLMBPGM130.
