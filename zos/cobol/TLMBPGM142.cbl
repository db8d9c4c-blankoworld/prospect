      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CLOTURE ANNUELLE
      * NOM DU PROGRAMME : TLMBPGM142
      * DESCRIPTION      : PROGRAMME BATCH DE CLOTURE D'EXERCICE : FIGE
      *    DANS LES TABLES D'HISTOIRE CE QUE LES TABLES VIVANTES NE
      *    SAVENT PLUS DIRE UNE FOIS L'ANNEE PASSEE (TRANSFERTS DE
      *    PORTEFEUILLE TLMBPGM38, SECTEURS REDESSINES TLMBPGM37,
      *    PURGES) :
      *       - TLMCLS : STOCK AU 31/12, PROSPECTS ACTIFS ET AFFAIRES
      *         OUVERTES (NOMBRE, MONTANT EN EUROS) PAR COMMERCIAL,
      *         SECTEUR, SOURCE ET STADE ;
      *       - TLMCLF : FLUX MENSUELS DE L'EXERCICE PAR COMMERCIAL,
      *         SECTEUR ET SOURCE : PROSPECTS CREES (DTCREA),
      *         PASSAGES EN 'Q' ET EN 'C' (TRANSITIONS AUDITEES
      *         TLMPROH, MEMES REGLES QUE TLMBPGM80 : STADE D'ARRIVEE
      *         = IMAGE AVANT DU CLICHE SUIVANT OU STADE VIVANT,
      *         CREDIT AU CHARGE DE COMPTE ACTUEL), AFFAIRES GAGNEES
      *         ET MONTANT SIGNE (DTSIGN), ET LES OBJECTIFS TLMOBJ DU
      *         MOIS EN REGARD.
      *    CHAQUE LIGNE PORTE L'EQUIPE ET LA REGION DU COMMERCIAL AU
      *    31/12 (HIERARCHIE DATEE TLMHIE). LES MONTANTS SONT CONVERTIS
      *    EN EUROS AU DERNIER COURS TLMCHG CONNU AU 31/12 ; UNE
      *    AFFAIRE HORS EURO SANS COURS EST COMPTEE SANS MONTANT ET
      *    SIGNALEE (RC 4).
      *    L'EXERCICE EST LU SUR LE FICHIER DE CONTROLE ANNEE (AAAA EN
      *    COL.1-4) ; A DEFAUT, L'ANNEE PRECEDENTE EN JANVIER, L'ANNEE
      *    COURANTE LE 31 DECEMBRE. LE STOCK EST CELUI DU PASSAGE : LA
      *    CLOTURE SE LANCE LE 31/12 APRES LA CHAINE DE NUIT, OU AU
      *    PLUS TARD AVANT TOUTE MISE A JOUR DE JANVIER. UN EXERCICE
      *    DEJA CLOS EST REFUSE (RC 16) SAUF 'F' EN COL.5, QUI REMPLACE
      *    LA CLOTURE PRECEDENTE. TOUT EST VALIDE EN UNE FOIS : EN CAS
      *    D'ANOMALIE SQL, RIEN N'EST FIGE (RC 16).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM142.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200817.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant l'exercice a clore (AAAA) et
      *    l'indicateur de remplacement d'une cloture existante
           SELECT anneefic ASSIGN TO ANNEE
             FILE STATUS IS w-anneefic.
      *    Fichier de journalisation (compte-rendu de cloture)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD anneefic RECORDING MODE F.
       01 f-anneefic.
           05 f-annee-val                 PIC  X(04).
           05 f-annee-force               PIC  X(01).
           05 FILLER                      PIC  X(75).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMCLF
           EXEC SQL
             INCLUDE DCLCLF
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-anneefic                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour
       01 w-date-jour.
           05 w-date-jour-aaaa            PIC  9(04).
           05 w-date-jour-mm              PIC  9(02).
           05 w-date-jour-jj              PIC  9(02).
      *    Exercice a clore et remplacement d'une cloture existante
       01 w-annee                        PIC   X(04).
       01 w-annee-num REDEFINES w-annee  PIC   9(04).
       01 w-force                        PIC   X(01) VALUE 'N'.
           88 w-force-oui                        VALUE 'F'.
      *    Bornes de l'exercice : premier et dernier jour (AAAAMMJJ),
      *    le dernier jour portant aussi l'organisation retenue
       01 w-date-deb.
           05 w-date-deb-aaaa            PIC   X(04).
           05 FILLER                     PIC   X(04) VALUE '0101'.
       01 w-date-org.
           05 w-date-org-aaaa            PIC   X(04).
           05 FILLER                     PIC   X(04) VALUE '1231'.
      *    Bornes de l'exercice au format TIMESTAMP DB2 (debut de
      *    l'exercice et debut de l'exercice suivant)
       01 w-debut-ts.
           05 w-debut-ts-aaaa             PIC  9(04).
           05 FILLER                      PIC  X(22) VALUE
                '-01-01-00.00.00.000000'.
       01 w-fin-ts.
           05 w-fin-ts-aaaa               PIC  9(04).
           05 FILLER                      PIC  X(22) VALUE
                '-01-01-00.00.00.000000'.
      *    Date de cours retenue pour la conversion en euros (dernier
      *    jour de cotation connu de TLMCHG au 31/12)
       01 w-date-cours                   PIC   X(08).
      *    Lignes deja figees pour l'exercice
       01 w-nb-exist                     PIC  S9(09) COMP.
      *    Fin de parcours du curseur des transitions
       01 w-eot-trs                      PIC   9.
           88 w-eot-trs-oui                      VALUE 1.
           88 w-eot-trs-non                      VALUE 0.
      *    Cliche courant du curseur des transitions : prospect, image
      *    avant, date du cliche, stade vivant, charge de compte actuel
      *    et son organisation au 31/12, secteur et source
       01 w-trs-id                       PIC   X(06).
       01 w-trs-avant                    PIC   X(01).
       01 w-trs-ts                       PIC   X(26).
       01 w-trs-vivant                   PIC   X(01).
       01 w-trs-commercial               PIC   X(04).
       01 w-trs-equipe                   PIC   X(04).
       01 w-trs-region                   PIC   X(04).
       01 w-trs-secteur                  PIC   X(03).
       01 w-trs-source                   PIC   X(03).
      *    Prospect de la rupture en cours et cliche precedent (son
      *    stade d'arrivee est l'image avant du cliche courant)
       01 w-rup-id                       PIC   X(06) VALUE SPACES.
       01 w-prec-avant                   PIC   X(01).
       01 w-prec-ts.
           05 FILLER                     PIC   X(05).
           05 w-prec-ts-mm               PIC   X(02).
           05 FILLER                     PIC   X(19).
       01 w-prec-vivant                  PIC   X(01).
       01 w-prec-commercial              PIC   X(04).
       01 w-prec-equipe                  PIC   X(04).
       01 w-prec-region                  PIC   X(04).
       01 w-prec-secteur                 PIC   X(03).
       01 w-prec-source                  PIC   X(03).
      *    Stade d'arrivee de la transition en cours d'imputation
       77 w-arrivee                      PIC   X(01).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-stock                 PIC  S9(07) COMP-3.
           05 w-cpt-cree                  PIC  S9(07) COMP-3.
           05 w-cpt-signe                 PIC  S9(07) COMP-3.
           05 w-cpt-objectif              PIC  S9(07) COMP-3.
           05 w-cpt-qualif                PIC  S9(07) COMP-3.
           05 w-cpt-client                PIC  S9(07) COMP-3.
           05 w-cpt-sans-cours            PIC  S9(07) COMP-3.
           05 w-cpt-remplace              PIC  S9(07) COMP-3.
       01 w-rap-stock.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de stock figees (TLMCLS) :          '.
           05 w-rap-stock-nbr             PIC   ZZZZZZ9.
       01 w-rap-cree.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de creations figees :               '.
           05 w-rap-cree-nbr              PIC   ZZZZZZ9.
       01 w-rap-signe.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes d''affaires signees figees :         '.
           05 w-rap-signe-nbr             PIC   ZZZZZZ9.
       01 w-rap-objectif.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes d''objectifs figees :                '.
           05 w-rap-objectif-nbr          PIC   ZZZZZZ9.
       01 w-rap-qualif.
           05 FILLER                     PIC   X(43) VALUE
                'Passages au stade Q de l''exercice :        '.
           05 w-rap-qualif-nbr            PIC   ZZZZZZ9.
       01 w-rap-client.
           05 FILLER                     PIC   X(43) VALUE
                'Passages au stade C de l''exercice :        '.
           05 w-rap-client-nbr            PIC   ZZZZZZ9.
       01 w-rap-sans-cours.
           05 FILLER                     PIC   X(43) VALUE
                'Affaires hors euro sans cours (sans mnt) : '.
           05 w-rap-sans-cours-nbr        PIC   ZZZZZZ9.
       01 w-rap-remplace.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de la cloture precedente remplacees:'.
           05 w-rap-remplace-nbr          PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des cliches 'M' depuis le debut de l'exercice, par
      * prospect puis date. Pas de borne haute : le stade d'arrivee du
      * dernier cliche de l'exercice est l'image avant du premier
      * cliche posterieur, s'il existe. Le commercial credite est le
      * charge de compte actuel, range sous son organisation au 31/12.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TRANSITIONS CURSOR FOR
               SELECT H.ID, H.STADE, CHAR(H.DTAUDIT), P.STADE,
                      P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      COALESCE(HE.PARENT, ' '), P.SECTEUR, P.SOURCE
               FROM TRAIN04.TLMPROH H
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = H.ID
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN TRAIN04.TLMHIE HE
                   ON  HE.NIVEAU  = 'E'
                   AND HE.CODE    = HC.PARENT
                   AND HE.DTDEBUT <= :w-date-org
                   AND HE.DTFIN   >= :w-date-org
               WHERE H.OPERATION = 'M'
                 AND H.DTAUDIT  >= :w-debut-ts
               ORDER BY H.ID, H.DTAUDIT
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CLOTURE ANNUELLE'
           PERFORM INIT
           PERFORM CTL-EXERCICE
           IF RETURN-CODE = 0 THEN
             PERFORM FIGE-STOCK
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM FIGE-CREATIONS
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM FIGE-SIGNATURES
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM FIGE-OBJECTIFS
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM FIGE-TRANSITIONS
           END-IF
           PERFORM VALIDATION
           PERFORM FIN
           IF RETURN-CODE = 0 AND w-cpt-sans-cours > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, determination de l'exercice et de ses
      * bornes, date de cours, ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           IF w-date-jour-mm = 01 THEN
             COMPUTE w-annee-num = w-date-jour-aaaa - 1
           ELSE
             MOVE w-date-jour-aaaa         TO w-annee-num
           END-IF
           OPEN INPUT anneefic
           IF w-anneefic = '00' THEN
             READ anneefic
                 AT END     CONTINUE
                 NOT AT END
                   IF f-annee-val NUMERIC THEN
                     MOVE f-annee-val      TO w-annee
                   END-IF
                   IF f-annee-force = 'F' THEN
                     MOVE 'F'              TO w-force
                   END-IF
             END-READ
             CLOSE anneefic
           END-IF
           MOVE w-annee                    TO w-date-deb-aaaa
                                              w-date-org-aaaa
           MOVE w-annee-num                TO w-debut-ts-aaaa
           COMPUTE w-fin-ts-aaaa = w-annee-num + 1
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-stock w-cpt-cree
                                              w-cpt-signe
                                              w-cpt-objectif
                                              w-cpt-qualif
                                              w-cpt-client
                                              w-cpt-sans-cours
                                              w-cpt-remplace
           MOVE SPACES                     TO w-rup-id
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           .

      *****************************************************************
      * Date de cours retenue pour la conversion en euros : le dernier
      * jour de cotation charge dans TLMCHG au plus tard le 31/12
      * (espace si aucun cours n'est connu).
      *****************************************************************
       LIT-DATE-COURS.
           EXEC SQL
             SELECT COALESCE(MAX(DTCOURS), ' ')
               INTO :w-date-cours
               FROM TRAIN04.TLMCHG
               WHERE DTCOURS <= :w-date-org
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE COURS SQLCODE <' SQLCODE '>'
             MOVE SPACES                   TO w-date-cours
           END-IF
           .

      *****************************************************************
      * Controle de l'exercice : pas d'exercice futur, l'exercice en
      * cours ne se clot que son dernier jour, et un exercice deja
      * clos n'est remplace que sur demande (col.5 = 'F').
      *****************************************************************
       CTL-EXERCICE.
           IF w-annee-num > w-date-jour-aaaa
              OR (w-annee-num = w-date-jour-aaaa
                  AND (w-date-jour-mm NOT = 12
                       OR w-date-jour-jj NOT = 31)) THEN
             DISPLAY 'MET-ERR EXERCICE <' w-annee '> NON TERMINE'
             STRING
               'Exercice '          DELIMITED SIZE
               w-annee              DELIMITED SIZE
               ' non termine : cloture refusee.'
                                    DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           ELSE
             EXEC SQL
               SELECT (SELECT COUNT(*) FROM TRAIN04.TLMCLS
                         WHERE ANNEE = :w-annee)
                    + (SELECT COUNT(*) FROM TRAIN04.TLMCLF
                         WHERE ANNEE = :w-annee)
                 INTO :w-nb-exist
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'MET-ERR CONTROLE CLOTURE SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             ELSE
               IF w-nb-exist > 0 THEN
                 IF w-force-oui THEN
                   PERFORM EFFACE-CLOTURE
                 ELSE
                   DISPLAY 'MET-ERR EXERCICE <' w-annee
                           '> DEJA CLOS'
                   STRING
                     'Exercice '    DELIMITED SIZE
                     w-annee        DELIMITED SIZE
                     ' deja clos : remplacement sur demande (F).'
                                    DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
                   PERFORM ECRIT-LOG
                   MOVE 16                 TO RETURN-CODE
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Remplacement demande : la cloture precedente de l'exercice est
      * effacee dans la meme unite de travail que la nouvelle.
      *****************************************************************
       EFFACE-CLOTURE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMCLS
               WHERE ANNEE = :w-annee
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD (3)             TO w-cpt-remplace
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DELETE TLMCLS SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           EXEC SQL
             DELETE FROM TRAIN04.TLMCLF
               WHERE ANNEE = :w-annee
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD (3)             TO w-cpt-remplace
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DELETE TLMCLF SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Stock au 31/12 : prospects actifs par commercial (organisation
      * au 31/12), secteur, source et stade, avec leurs affaires
      * ouvertes (nombre et montant en euros). Devise a espace = euro.
      *****************************************************************
       FIGE-STOCK.
           EXEC SQL
             INSERT INTO TRAIN04.TLMCLS (
                 ANNEE, COMMERCIAL, EQUIPE, REGION, SECTEUR, SOURCE,
                 STADE, NBPRO, NBAFF, MNTOUV, DTCLOT)
               SELECT :w-annee, P.COMMERCIAL,
                      COALESCE(HC.PARENT, ' '),
                      COALESCE(HE.PARENT, ' '),
                      P.SECTEUR, P.SOURCE, P.STADE, COUNT(*),
                      COALESCE(SUM(X.NBAFF), 0),
                      COALESCE(SUM(X.MNTOUV), 0),
                      CURRENT TIMESTAMP
               FROM TRAIN04.TLMPRO P
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN TRAIN04.TLMHIE HE
                   ON  HE.NIVEAU  = 'E'
                   AND HE.CODE    = HC.PARENT
                   AND HE.DTDEBUT <= :w-date-org
                   AND HE.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN
                   (SELECT A.PROID, COUNT(*) AS NBAFF,
                           SUM(CASE
                             WHEN A.DEVISE IN ('EUR', '   ')
                               THEN A.MONTANT
                             WHEN C.TAUX IS NULL THEN 0
                             ELSE DECIMAL(A.MONTANT / C.TAUX, 11, 2)
                           END) AS MNTOUV
                      FROM TRAIN04.TLMAFF A
                        LEFT OUTER JOIN TRAIN04.TLMCHG C
                          ON C.DEVISE  = A.DEVISE
                         AND C.DTCOURS = :w-date-cours
                      WHERE A.STATUT = 'A'
                      GROUP BY A.PROID) X
                   ON X.PROID = P.ID
               WHERE P.STATUT = 'A'
               GROUP BY P.COMMERCIAL, HC.PARENT, HE.PARENT,
                        P.SECTEUR, P.SOURCE, P.STADE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-stock
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMCLS SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nb-exist
                 FROM TRAIN04.TLMAFF A
                   INNER JOIN TRAIN04.TLMPRO P
                     ON P.ID = A.PROID
                   LEFT OUTER JOIN TRAIN04.TLMCHG C
                     ON C.DEVISE  = A.DEVISE
                    AND C.DTCOURS = :w-date-cours
                 WHERE A.STATUT = 'A'
                   AND P.STATUT = 'A'
                   AND A.DEVISE NOT IN ('EUR', '   ')
                   AND C.TAUX IS NULL
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD w-nb-exist              TO w-cpt-sans-cours
             ELSE
               DISPLAY 'MET-ERR CONTROLE DEVISES SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Prospects crees dans l'exercice (DTCREA), par mois de creation,
      * quel que soit leur statut a la cloture.
      *****************************************************************
       FIGE-CREATIONS.
           EXEC SQL
             INSERT INTO TRAIN04.TLMCLF (
                 ANNEE, MOIS, INDIC, COMMERCIAL, EQUIPE, REGION,
                 SECTEUR, SOURCE, NOMBRE, MONTANT)
               SELECT :w-annee, SUBSTR(CHAR(P.DTCREA), 6, 2), 'CRE',
                      P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      COALESCE(HE.PARENT, ' '), P.SECTEUR, P.SOURCE,
                      COUNT(*), 0
               FROM TRAIN04.TLMPRO P
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN TRAIN04.TLMHIE HE
                   ON  HE.NIVEAU  = 'E'
                   AND HE.CODE    = HC.PARENT
                   AND HE.DTDEBUT <= :w-date-org
                   AND HE.DTFIN   >= :w-date-org
               WHERE P.DTCREA >= :w-debut-ts
                 AND P.DTCREA <  :w-fin-ts
               GROUP BY SUBSTR(CHAR(P.DTCREA), 6, 2), P.COMMERCIAL,
                        HC.PARENT, HE.PARENT, P.SECTEUR, P.SOURCE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-cree
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMCLF CRE SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Affaires gagnees dans l'exercice (DTSIGN), par mois de
      * signature : nombre et montant signe en euros.
      *****************************************************************
       FIGE-SIGNATURES.
           EXEC SQL
             INSERT INTO TRAIN04.TLMCLF (
                 ANNEE, MOIS, INDIC, COMMERCIAL, EQUIPE, REGION,
                 SECTEUR, SOURCE, NOMBRE, MONTANT)
               SELECT :w-annee, SUBSTR(A.DTSIGN, 5, 2), 'SIG',
                      P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      COALESCE(HE.PARENT, ' '), P.SECTEUR, P.SOURCE,
                      COUNT(*),
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MNTSIGNE
                        WHEN C.TAUX IS NULL THEN 0
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END), 0)
               FROM TRAIN04.TLMAFF A
                 INNER JOIN TRAIN04.TLMPRO P
                   ON A.PROID = P.ID
                 LEFT OUTER JOIN TRAIN04.TLMCHG C
                   ON C.DEVISE  = A.DEVISE
                  AND C.DTCOURS = :w-date-cours
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN TRAIN04.TLMHIE HE
                   ON  HE.NIVEAU  = 'E'
                   AND HE.CODE    = HC.PARENT
                   AND HE.DTDEBUT <= :w-date-org
                   AND HE.DTFIN   >= :w-date-org
               WHERE A.STATUT = 'G'
                 AND A.DTSIGN BETWEEN :w-date-deb AND :w-date-org
               GROUP BY SUBSTR(A.DTSIGN, 5, 2), P.COMMERCIAL,
                        HC.PARENT, HE.PARENT, P.SECTEUR, P.SOURCE
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-signe
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMCLF SIG SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nb-exist
                 FROM TRAIN04.TLMAFF A
                   INNER JOIN TRAIN04.TLMPRO P
                     ON P.ID = A.PROID
                   LEFT OUTER JOIN TRAIN04.TLMCHG C
                     ON C.DEVISE  = A.DEVISE
                    AND C.DTCOURS = :w-date-cours
                 WHERE A.STATUT = 'G'
                   AND A.DTSIGN BETWEEN :w-date-deb AND :w-date-org
                   AND A.DEVISE NOT IN ('EUR', '   ')
                   AND C.TAUX IS NULL
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD w-nb-exist              TO w-cpt-sans-cours
             ELSE
               DISPLAY 'MET-ERR CONTROLE DEVISES SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Objectifs mensuels de l'exercice (TLMOBJ), en regard des
      * realisations : 'OQU' qualifies, 'OCL' clients.
      *****************************************************************
       FIGE-OBJECTIFS.
           EXEC SQL
             INSERT INTO TRAIN04.TLMCLF (
                 ANNEE, MOIS, INDIC, COMMERCIAL, EQUIPE, REGION,
                 SECTEUR, SOURCE, NOMBRE, MONTANT)
               SELECT :w-annee, SUBSTR(O.MOIS, 5, 2), 'OQU',
                      O.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      COALESCE(HE.PARENT, ' '), ' ', ' ',
                      O.OBJQUALIF, 0
               FROM TRAIN04.TLMOBJ O
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = O.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
                 LEFT OUTER JOIN TRAIN04.TLMHIE HE
                   ON  HE.NIVEAU  = 'E'
                   AND HE.CODE    = HC.PARENT
                   AND HE.DTDEBUT <= :w-date-org
                   AND HE.DTFIN   >= :w-date-org
               WHERE SUBSTR(O.MOIS, 1, 4) = :w-annee
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-objectif
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMCLF OQU SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMCLF (
                   ANNEE, MOIS, INDIC, COMMERCIAL, EQUIPE, REGION,
                   SECTEUR, SOURCE, NOMBRE, MONTANT)
                 SELECT :w-annee, SUBSTR(O.MOIS, 5, 2), 'OCL',
                        O.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                        COALESCE(HE.PARENT, ' '), ' ', ' ',
                        O.OBJCLIENT, 0
                 FROM TRAIN04.TLMOBJ O
                   LEFT OUTER JOIN TRAIN04.TLMHIE HC
                     ON  HC.NIVEAU  = 'C'
                     AND HC.CODE    = O.COMMERCIAL
                     AND HC.DTDEBUT <= :w-date-org
                     AND HC.DTFIN   >= :w-date-org
                   LEFT OUTER JOIN TRAIN04.TLMHIE HE
                     ON  HE.NIVEAU  = 'E'
                     AND HE.CODE    = HC.PARENT
                     AND HE.DTDEBUT <= :w-date-org
                     AND HE.DTFIN   >= :w-date-org
                 WHERE SUBSTR(O.MOIS, 1, 4) = :w-annee
             END-EXEC
             EVALUATE SQLCODE
               WHEN 0
                 ADD SQLERRD (3)           TO w-cpt-objectif
               WHEN 100
                 CONTINUE
               WHEN OTHER
                 DISPLAY 'MET-ERR INSERT TLMCLF OCL SQLCODE <'
                         SQLCODE '>'
                 MOVE 16                   TO RETURN-CODE
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Passages en 'Q' et en 'C' de l'exercice : parcours des cliches
      * comme TLMBPGM80 ; seule compte une transition dont le cliche
      * de depart date de l'exercice, imputee au mois de ce cliche.
      *****************************************************************
       FIGE-TRANSITIONS.
           EXEC SQL
             OPEN CURS-TRANSITIONS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-TRANSITIONS <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-trs-non             TO TRUE
             PERFORM LEC-TRANSITION
             PERFORM TRT-CLICHE            UNTIL w-eot-trs-oui
             IF w-rup-id NOT = SPACES AND RETURN-CODE = 0 THEN
      *        dernier cliche du dernier prospect : arrivee sur le
      *        stade vivant
               MOVE w-prec-vivant          TO w-arrivee
               PERFORM IMPUTE-TRANSITION
             END-IF
             EXEC SQL
               CLOSE CURS-TRANSITIONS
             END-EXEC
           END-IF
           .

       LEC-TRANSITION.
           EXEC SQL
             FETCH CURS-TRANSITIONS
               INTO :w-trs-id, :w-trs-avant, :w-trs-ts,
                    :w-trs-vivant, :w-trs-commercial,
                    :w-trs-equipe, :w-trs-region,
                    :w-trs-secteur, :w-trs-source
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-trs-non           TO TRUE
             WHEN 100
               SET w-eot-trs-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-TRANSITIONS <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-trs-oui           TO TRUE
           END-EVALUATE
           .

       TRT-CLICHE.
           IF w-trs-id = w-rup-id THEN
      *      meme prospect : le cliche courant revele l'arrivee du
      *      cliche precedent (son image avant)
             MOVE w-trs-avant              TO w-arrivee
             PERFORM IMPUTE-TRANSITION
           ELSE
             IF w-rup-id NOT = SPACES THEN
      *        dernier cliche du prospect precedent : arrivee sur le
      *        stade vivant de ce prospect
               MOVE w-prec-vivant          TO w-arrivee
               PERFORM IMPUTE-TRANSITION
             END-IF
             MOVE w-trs-id                 TO w-rup-id
           END-IF
           MOVE w-trs-avant                TO w-prec-avant
           MOVE w-trs-ts                   TO w-prec-ts
           MOVE w-trs-vivant               TO w-prec-vivant
           MOVE w-trs-commercial           TO w-prec-commercial
           MOVE w-trs-equipe               TO w-prec-equipe
           MOVE w-trs-region               TO w-prec-region
           MOVE w-trs-secteur              TO w-prec-secteur
           MOVE w-trs-source               TO w-prec-source
           IF RETURN-CODE = 0 THEN
             PERFORM LEC-TRANSITION
           ELSE
             SET w-eot-trs-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Imputation de la transition (depart w-prec-avant, arrivee
      * w-arrivee) si son cliche de depart est de l'exercice : les
      * arrivees en 'Q' et en 'C' sont cumulees dans TLMCLF.
      *****************************************************************
       IMPUTE-TRANSITION.
           IF w-arrivee NOT = w-prec-avant
              AND w-prec-ts < w-fin-ts THEN
             EVALUATE w-arrivee
               WHEN 'Q'
                 MOVE 'QUA'                TO tlmclf-indic
                 PERFORM CUMULE-TRANSITION
                 ADD 1                     TO w-cpt-qualif
               WHEN 'C'
                 MOVE 'CLI'                TO tlmclf-indic
                 PERFORM CUMULE-TRANSITION
                 ADD 1                     TO w-cpt-client
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Cumul d'une transition dans la ligne TLMCLF de son mois, de
      * son indicateur et de ses axes (creee au premier passage).
      *****************************************************************
       CUMULE-TRANSITION.
           MOVE w-annee                    TO tlmclf-annee
           MOVE w-prec-ts-mm               TO tlmclf-mois
           MOVE w-prec-commercial          TO tlmclf-commercial
           MOVE w-prec-equipe              TO tlmclf-equipe
           MOVE w-prec-region              TO tlmclf-region
           MOVE w-prec-secteur             TO tlmclf-secteur
           MOVE w-prec-source              TO tlmclf-source
           EXEC SQL
             UPDATE TRAIN04.TLMCLF
               SET NOMBRE = NOMBRE + 1
               WHERE ANNEE      = :tlmclf-annee
                 AND MOIS       = :tlmclf-mois
                 AND INDIC      = :tlmclf-indic
                 AND COMMERCIAL = :tlmclf-commercial
                 AND EQUIPE     = :tlmclf-equipe
                 AND REGION     = :tlmclf-region
                 AND SECTEUR    = :tlmclf-secteur
                 AND SOURCE     = :tlmclf-source
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               EXEC SQL
                 INSERT INTO TRAIN04.TLMCLF (
                     ANNEE, MOIS, INDIC, COMMERCIAL, EQUIPE, REGION,
                     SECTEUR, SOURCE, NOMBRE, MONTANT)
                   VALUES (
                     :tlmclf-annee, :tlmclf-mois, :tlmclf-indic,
                     :tlmclf-commercial, :tlmclf-equipe,
                     :tlmclf-region, :tlmclf-secteur,
                     :tlmclf-source, 1, 0)
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                 DISPLAY 'MET-ERR INSERT TLMCLF <' w-rup-id
                         '> SQLCODE <' SQLCODE '>'
                 MOVE 16                   TO RETURN-CODE
               END-IF
             WHEN OTHER
               DISPLAY 'MET-ERR UPDATE TLMCLF <' w-rup-id
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Validation unique de la cloture : rien n'est fige en cas
      * d'anomalie.
      *****************************************************************
       VALIDATION.
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-stock w-cpt-cree
                                              w-cpt-signe
                                              w-cpt-objectif
                                              w-cpt-qualif
                                              w-cpt-client
                                              w-cpt-sans-cours
                                              w-cpt-remplace
             MOVE 'Cloture en echec, rien n''est fige.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
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
           MOVE '|     CLOTURE ANNUELLE DES PORTEFEUILLES         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ----------------------------------         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Exercice clos : '   DELIMITED SIZE
             w-annee              DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-date-cours = SPACES THEN
             MOVE 'Aucun cours de change connu : euros seulement.'
                                           TO w-enr-log
           ELSE
             STRING
               'Montants convertis en euros au cours du '
                                           DELIMITED SIZE
               w-date-cours                DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
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
           MOVE w-cpt-stock            TO w-rap-stock-nbr
           MOVE w-rap-stock            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cree             TO w-rap-cree-nbr
           MOVE w-rap-cree             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-signe            TO w-rap-signe-nbr
           MOVE w-rap-signe            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-objectif         TO w-rap-objectif-nbr
           MOVE w-rap-objectif         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-qualif           TO w-rap-qualif-nbr
           MOVE w-rap-qualif           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-client           TO w-rap-client-nbr
           MOVE w-rap-client           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-cours       TO w-rap-sans-cours-nbr
           MOVE w-rap-sans-cours       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-remplace         TO w-rap-remplace-nbr
           MOVE w-rap-remplace         TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM142.
