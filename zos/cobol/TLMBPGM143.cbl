      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CLOTURE ANNUELLE
      * NOM DU PROGRAMME : TLMBPGM143
      * DESCRIPTION      : RAPPORT MENSUEL COMPARATIF D'UNE ANNEE SUR
      *    L'AUTRE : LE CUMUL DE L'ANNEE EN COURS (JANVIER AU MOIS
      *    VISE, CALCULE SUR LES TABLES VIVANTES) EST RAPPROCHE DE LA
      *    MEME PERIODE DE L'EXERCICE PRECEDENT, LUE DANS LES FLUX
      *    FIGES PAR LA CLOTURE TLMBPGM142 (TLMCLF) :
      *       - PROSPECTS CREES, PASSAGES EN 'Q' ET EN 'C' (AVEC LES
      *         OBJECTIFS EN REGARD), AFFAIRES GAGNEES ET MONTANT
      *         SIGNE EN EUROS ;
      *       - PAR COMMERCIAL, PAR EQUIPE, PAR SECTEUR, PUIS LE
      *         CUMUL GENERAL : UNE LIGNE PAR ANNEE ET UNE LIGNE
      *         D'EVOLUTION EN POURCENTAGE ;
      *       - EN FIN DE RAPPORT, LE STOCK PAR STADE AU 31/12 DE
      *         L'EXERCICE PRECEDENT (TLMCLS) FACE AU STOCK DU JOUR.
      *    L'ANNEE EN COURS SUIT LES REGLES DE LA CLOTURE : CREATIONS
      *    SUR DTCREA, TRANSITIONS TLMPROH CREDITEES AU CHARGE DE
      *    COMPTE ACTUEL (COMME TLMBPGM80), SIGNATURES SUR DTSIGN
      *    CONVERTIES AU DERNIER COURS TLMCHG CONNU EN FIN DE MOIS
      *    VISE. CHAQUE ANNEE EST RANGEE SOUS SON ORGANISATION : LE
      *    31/12 POUR L'EXERCICE FIGE, LE PREMIER JOUR DU MOIS VISE
      *    POUR L'ANNEE EN COURS (HIERARCHIE DATEE TLMHIE).
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT). EXERCICE PRECEDENT NON
      *    CLOS : RC 16 ; AFFAIRE HORS EURO SANS COURS OU TABLE
      *    SATUREE : RC 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM143.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200817.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Fichier de journalisation (rapport comparatif)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD moisfic RECORDING MODE F.
       01 f-moisfic.
           05 f-mois-val                  PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-moisfic                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour et mois vise
       01 w-date-jour.
           05 w-date-jour-aaaa            PIC  9(04).
           05 w-date-jour-mm              PIC  9(02).
           05 w-date-jour-jj              PIC  9(02).
       01 w-mois.
           05 w-mois-aaaa                PIC   X(04).
           05 w-mois-mm                  PIC   X(02).
       01 w-mois-num REDEFINES w-mois.
           05 w-mois-aaaa-n              PIC   9(04).
           05 w-mois-mm-n                PIC   9(02).
      *    Exercice precedent (fige)
       01 w-annee-prec                   PIC   X(04).
       01 w-annee-prec-n REDEFINES w-annee-prec
                                         PIC   9(04).
      *    Bornes de l'annee en cours : premier mois (AAAAMM), premier
      *    jour et dernier jour possible du mois vise (AAAAMMJJ),
      *    organisation retenue (premier jour du mois vise)
       01 w-mois-deb.
           05 w-mois-deb-aaaa            PIC   X(04).
           05 FILLER                     PIC   X(02) VALUE '01'.
       01 w-date-deb.
           05 w-date-deb-aaaa            PIC   X(04).
           05 FILLER                     PIC   X(04) VALUE '0101'.
       01 w-date-fin.
           05 w-date-fin-mois            PIC   X(06).
           05 FILLER                     PIC   X(02) VALUE '31'.
       01 w-date-org.
           05 w-date-org-mois            PIC   X(06).
           05 FILLER                     PIC   X(02) VALUE '01'.
      *    Bornes de l'annee en cours au format TIMESTAMP DB2 (debut
      *    de l'annee et debut du mois suivant le mois vise)
       01 w-debut-ts.
           05 w-debut-ts-aaaa             PIC  9(04).
           05 FILLER                      PIC  X(22) VALUE
                '-01-01-00.00.00.000000'.
       01 w-fin-ts.
           05 w-fin-ts-aaaa               PIC  9(04).
           05 FILLER                      PIC  X(01) VALUE '-'.
           05 w-fin-ts-mm                 PIC  9(02).
           05 FILLER                      PIC  X(19) VALUE
                '-01-00.00.00.000000'.
      *    Date de cours retenue pour la conversion en euros
       01 w-date-cours                   PIC   X(08).
      *    Lignes figees de l'exercice precedent
       01 w-nb-exist                     PIC  S9(09) COMP.
      *    Fin de parcours des curseurs
       01 w-eot                          PIC   9.
           88 w-eot-oui                          VALUE 1.
           88 w-eot-non                          VALUE 0.
      *    Table pleine (lignes ignorees)
       01 w-sature                       PIC   9 VALUE 0.
           88 w-sature-oui                       VALUE 1.
      *    Ligne courante a cumuler : periode (1 = exercice precedent,
      *    2 = annee en cours), indicateur, axes, volume et montant
       01 w-acc-per                      PIC  S9(04) COMP.
       01 w-acc-indic                    PIC   X(03).
       01 w-acc-com                      PIC   X(04).
       01 w-acc-equ                      PIC   X(04).
       01 w-acc-sec                      PIC   X(03).
       01 w-acc-nb                       PIC  S9(07) COMP-3.
       01 w-acc-mnt                      PIC  S9(11)V99 COMP-3.
       01 w-acc-oqu                      PIC  S9(07) COMP-3.
       01 w-acc-ocl                      PIC  S9(07) COMP-3.
      *    Cliche courant du curseur des transitions
       01 w-trs-id                       PIC   X(06).
       01 w-trs-avant                    PIC   X(01).
       01 w-trs-ts                       PIC   X(26).
       01 w-trs-vivant                   PIC   X(01).
       01 w-trs-commercial               PIC   X(04).
       01 w-trs-equipe                   PIC   X(04).
       01 w-trs-secteur                  PIC   X(03).
      *    Prospect de la rupture en cours et cliche precedent
       01 w-rup-id                       PIC   X(06) VALUE SPACES.
       01 w-prec-avant                   PIC   X(01).
       01 w-prec-ts                      PIC   X(26).
       01 w-prec-vivant                  PIC   X(01).
       01 w-prec-commercial              PIC   X(04).
       01 w-prec-equipe                  PIC   X(04).
       01 w-prec-secteur                 PIC   X(03).
       77 w-arrivee                      PIC   X(01).
      *****************************************************************
      * Cumuls par axe (table bornee, tenue triee sur type + code) :
      * type 'C' commercial, 'E' equipe, 'S' secteur, 'T' cumul
      * general ; pour chacune des deux periodes, crees, qualifies,
      * objectif qualifies, clients, objectif clients, signees et
      * montant signe.
      *****************************************************************
       01 w-tab.
           05 w-tab-nbr                   PIC  S9(04) COMP.
           05 w-tab-ent OCCURS 800.
               10 w-tab-cle.
                   15 w-tab-type          PIC  X(01).
                   15 w-tab-code          PIC  X(04).
               10 w-tab-per OCCURS 2.
                   15 w-tab-cre           PIC  S9(07) COMP-3.
                   15 w-tab-qua           PIC  S9(07) COMP-3.
                   15 w-tab-oqu           PIC  S9(07) COMP-3.
                   15 w-tab-cli           PIC  S9(07) COMP-3.
                   15 w-tab-ocl           PIC  S9(07) COMP-3.
                   15 w-tab-sig           PIC  S9(07) COMP-3.
                   15 w-tab-mnt           PIC  S9(11)V99 COMP-3.
      *    Entree vierge (cumuls a zero) pour une nouvelle cle
       01 w-ent-vide.
           05 FILLER                      PIC  X(05) VALUE SPACES.
           05 FILLER OCCURS 2.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(07) COMP-3 VALUE 0.
               10 FILLER                  PIC  S9(11)V99 COMP-3
                                                            VALUE 0.
      *    Cle recherchee et position trouvee (ou d'insertion)
       01 w-cle.
           05 w-cle-type                  PIC  X(01).
           05 w-cle-code                  PIC  X(04).
       77 w-idx                          PIC  S9(04) COMP.
       77 w-idx2                         PIC  S9(04) COMP.
       77 w-pos                          PIC  S9(04) COMP.
       77 w-per                          PIC  S9(04) COMP.
       77 w-type-prec                    PIC   X(01).
      *****************************************************************
      * Stock par stade : exercice precedent au 31/12 (periode 1) et
      * stock du jour (periode 2)
      *****************************************************************
       01 w-stk.
           05 w-stk-nbr                   PIC  S9(04) COMP.
           05 w-stk-ent OCCURS 10.
               10 w-stk-stade             PIC  X(01).
               10 w-stk-per OCCURS 2.
                   15 w-stk-pro           PIC  S9(07) COMP-3.
                   15 w-stk-aff           PIC  S9(07) COMP-3.
                   15 w-stk-mnt           PIC  S9(11)V99 COMP-3.
       01 w-lec-stade                    PIC   X(01).
       01 w-lec-pro                      PIC  S9(07) COMP-3.
       01 w-lec-aff                      PIC  S9(07) COMP-3.
       01 w-lec-mnt                      PIC  S9(11)V99 COMP-3.
      *    Compteur d'affaires hors euro sans cours (annee en cours)
       77 w-cpt-sans-cours               PIC  S9(07) COMP-3.
      *    Evolution en pourcentage (N - N-1) / N-1
       77 w-pct                          PIC  S9(07) COMP-3.
       77 w-val-prec                     PIC  S9(11)V99 COMP-3.
       77 w-val-cour                     PIC  S9(11)V99 COMP-3.
      *    Cellules d'edition
       01 w-nb-cel.
           05 FILLER                      PIC  X(01) VALUE SPACE.
           05 w-nb-aff                    PIC  ZZZZZ9.
       01 w-mnt-cel.
           05 FILLER                      PIC  X(01) VALUE SPACE.
           05 w-mnt-aff                   PIC  ZZZZZZZZZ9.99.
       01 w-pct-cel.
           05 FILLER                      PIC  X(01) VALUE SPACE.
           05 w-pct-aff                   PIC  -ZZZ9.
           05 FILLER                      PIC  X(01) VALUE '%'.
      *    Ligne d'edition d'une cle (une par periode + evolution)
       01 w-lig.
           05 FILLER                      PIC  X(02).
           05 w-lig-code                  PIC  X(04).
           05 FILLER                      PIC  X(01).
           05 w-lig-per                   PIC  X(04).
           05 w-lig-cre                   PIC  X(07).
           05 w-lig-qua                   PIC  X(07).
           05 w-lig-oqu                   PIC  X(07).
           05 w-lig-cli                   PIC  X(07).
           05 w-lig-ocl                   PIC  X(07).
           05 w-lig-sig                   PIC  X(07).
           05 w-lig-mnt                   PIC  X(14).
      *    Ligne d'edition du stock par stade
       01 w-lig-stk.
           05 FILLER                      PIC  X(02).
           05 w-lig-stk-stade             PIC  X(01).
           05 FILLER                      PIC  X(04).
           05 w-lig-stk-per               PIC  X(04).
           05 w-lig-stk-pro               PIC  X(07).
           05 w-lig-stk-aff               PIC  X(07).
           05 w-lig-stk-mnt               PIC  X(14).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Exercice precedent : flux figes de janvier au mois vise, par
      * indicateur, commercial, equipe et secteur (organisation au
      * 31/12 de l'exercice).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-FIGE CURSOR FOR
               SELECT INDIC, COMMERCIAL, EQUIPE, SECTEUR,
                      SUM(NOMBRE), SUM(MONTANT)
               FROM TRAIN04.TLMCLF
               WHERE ANNEE = :w-annee-prec
                 AND MOIS <= :w-mois-mm
               GROUP BY INDIC, COMMERCIAL, EQUIPE, SECTEUR
           END-EXEC.

      *****************************************************************
      * Annee en cours : prospects crees depuis le 1er janvier
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CREES CURSOR FOR
               SELECT P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      P.SECTEUR, COUNT(*)
               FROM TRAIN04.TLMPRO P
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
               WHERE P.DTCREA >= :w-debut-ts
                 AND P.DTCREA <  :w-fin-ts
               GROUP BY P.COMMERCIAL, HC.PARENT, P.SECTEUR
           END-EXEC.

      *****************************************************************
      * Annee en cours : affaires gagnees depuis le 1er janvier,
      * montant signe en euros (devise a espace = euro)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SIGNEES CURSOR FOR
               SELECT P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      P.SECTEUR, COUNT(*),
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MNTSIGNE
                        WHEN C.TAUX IS NULL THEN 0
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END), 0),
                      SUM(CASE
                        WHEN A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN 1
                        ELSE 0
                      END)
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
               WHERE A.STATUT = 'G'
                 AND A.DTSIGN BETWEEN :w-date-deb AND :w-date-fin
               GROUP BY P.COMMERCIAL, HC.PARENT, P.SECTEUR
           END-EXEC.

      *****************************************************************
      * Annee en cours : objectifs de janvier au mois vise
      *****************************************************************
           EXEC SQL
             DECLARE CURS-OBJECTIFS CURSOR FOR
               SELECT O.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      SUM(O.OBJQUALIF), SUM(O.OBJCLIENT)
               FROM TRAIN04.TLMOBJ O
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = O.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
               WHERE O.MOIS BETWEEN :w-mois-deb AND :w-mois
               GROUP BY O.COMMERCIAL, HC.PARENT
           END-EXEC.

      *****************************************************************
      * Annee en cours : cliches 'M' depuis le 1er janvier, sans borne
      * haute (l'arrivee du dernier cliche de la periode est l'image
      * avant du cliche suivant), comme la cloture TLMBPGM142
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TRANSITIONS CURSOR FOR
               SELECT H.ID, H.STADE, CHAR(H.DTAUDIT), P.STADE,
                      P.COMMERCIAL, COALESCE(HC.PARENT, ' '),
                      P.SECTEUR
               FROM TRAIN04.TLMPROH H
                 INNER JOIN TRAIN04.TLMPRO P
                   ON P.ID = H.ID
                 LEFT OUTER JOIN TRAIN04.TLMHIE HC
                   ON  HC.NIVEAU  = 'C'
                   AND HC.CODE    = P.COMMERCIAL
                   AND HC.DTDEBUT <= :w-date-org
                   AND HC.DTFIN   >= :w-date-org
               WHERE H.OPERATION = 'M'
                 AND H.DTAUDIT  >= :w-debut-ts
               ORDER BY H.ID, H.DTAUDIT
           END-EXEC.

      *****************************************************************
      * Stock par stade au 31/12 de l'exercice precedent (TLMCLS)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-STOCK-FIGE CURSOR FOR
               SELECT STADE, SUM(NBPRO), SUM(NBAFF), SUM(MNTOUV)
               FROM TRAIN04.TLMCLS
               WHERE ANNEE = :w-annee-prec
               GROUP BY STADE
               ORDER BY STADE
           END-EXEC.

      *****************************************************************
      * Stock par stade du jour : prospects actifs et leurs affaires
      * ouvertes, montant en euros comme la cloture
      *****************************************************************
           EXEC SQL
             DECLARE CURS-STOCK-JOUR CURSOR FOR
               SELECT P.STADE, COUNT(*),
                      COALESCE(SUM(X.NBAFF), 0),
                      COALESCE(SUM(X.MNTOUV), 0)
               FROM TRAIN04.TLMPRO P
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
               GROUP BY P.STADE
               ORDER BY P.STADE
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, COMPARATIF ANNUEL'
           PERFORM INIT
           PERFORM CTL-EXERCICE-PREC
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-FIGE
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-CREES
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-SIGNEES
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-OBJECTIFS
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-TRANSITIONS
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM EDITE-COMPARATIF
             PERFORM TRT-STOCK
           END-IF
           PERFORM FIN
           IF RETURN-CODE = 0
              AND (w-cpt-sans-cours > 0 OR w-sature-oui) THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, determination du mois vise et des
      * bornes de l'annee en cours, date de cours, entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE w-date-jour-aaaa           TO w-mois-aaaa-n
           MOVE w-date-jour-mm             TO w-mois-mm-n
           OPEN INPUT moisfic
           IF w-moisfic = '00' THEN
             READ moisfic
                 AT END     CONTINUE
                 NOT AT END
                   IF f-mois-val NUMERIC THEN
                     MOVE f-mois-val       TO w-mois
                   END-IF
             END-READ
             CLOSE moisfic
           END-IF
           COMPUTE w-annee-prec-n = w-mois-aaaa-n - 1
           MOVE w-mois-aaaa                TO w-mois-deb-aaaa
                                              w-date-deb-aaaa
           MOVE w-mois                     TO w-date-fin-mois
                                              w-date-org-mois
           MOVE w-mois-aaaa-n              TO w-debut-ts-aaaa
           IF w-mois-mm-n = 12 THEN
             COMPUTE w-fin-ts-aaaa = w-mois-aaaa-n + 1
             MOVE 01                       TO w-fin-ts-mm
           ELSE
             MOVE w-mois-aaaa-n            TO w-fin-ts-aaaa
             COMPUTE w-fin-ts-mm = w-mois-mm-n + 1
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-tab-nbr w-stk-nbr
                                              w-cpt-sans-cours
           MOVE SPACES                     TO w-rup-id
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           .

      *****************************************************************
      * Date de cours retenue pour la conversion en euros de l'annee
      * en cours : dernier jour de cotation connu en fin de mois vise.
      *****************************************************************
       LIT-DATE-COURS.
           EXEC SQL
             SELECT COALESCE(MAX(DTCOURS), ' ')
               INTO :w-date-cours
               FROM TRAIN04.TLMCHG
               WHERE DTCOURS <= :w-date-fin
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE COURS SQLCODE <' SQLCODE '>'
             MOVE SPACES                   TO w-date-cours
           END-IF
           .

      *****************************************************************
      * L'exercice precedent doit avoir ete clos par TLMBPGM142.
      *****************************************************************
       CTL-EXERCICE-PREC.
           EXEC SQL
             SELECT (SELECT COUNT(*) FROM TRAIN04.TLMCLS
                       WHERE ANNEE = :w-annee-prec)
                  + (SELECT COUNT(*) FROM TRAIN04.TLMCLF
                       WHERE ANNEE = :w-annee-prec)
               INTO :w-nb-exist
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR CONTROLE CLOTURE SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             IF w-nb-exist = 0 THEN
               DISPLAY 'MET-ERR EXERCICE <' w-annee-prec
                       '> NON CLOS'
               STRING
                 'Exercice '        DELIMITED SIZE
                 w-annee-prec       DELIMITED SIZE
                 ' non clos (TLMBPGM142) : pas de comparatif.'
                                    DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Exercice precedent : cumul des flux figes (periode 1)
      *****************************************************************
       TRT-FIGE.
           MOVE 1                          TO w-acc-per
           EXEC SQL
             OPEN CURS-FIGE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-FIGE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-FIGE
             PERFORM CUMULE-FIGE           UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-FIGE
             END-EXEC
           END-IF
           .

       LEC-FIGE.
           EXEC SQL
             FETCH CURS-FIGE
               INTO :w-acc-indic, :w-acc-com, :w-acc-equ,
                    :w-acc-sec, :w-acc-nb, :w-acc-mnt
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-FIGE.
           EVALUATE w-acc-indic
             WHEN 'OQU'
               MOVE w-acc-nb               TO w-acc-oqu
               MOVE 0                      TO w-acc-ocl
               MOVE 'OBJ'                  TO w-acc-indic
             WHEN 'OCL'
               MOVE 0                      TO w-acc-oqu
               MOVE w-acc-nb               TO w-acc-ocl
               MOVE 'OBJ'                  TO w-acc-indic
           END-EVALUATE
           PERFORM ACCUMULE
           PERFORM LEC-FIGE
           .

      *****************************************************************
      * Fin de parcours commune aux curseurs : 100 = fin, autre code
      * que 0 = incident (RC 16).
      *****************************************************************
       CTL-FETCH.
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-non               TO TRUE
             WHEN 100
               SET w-eot-oui               TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-oui               TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Annee en cours : prospects crees (periode 2)
      *****************************************************************
       TRT-CREES.
           MOVE 2                          TO w-acc-per
           MOVE 'CRE'                      TO w-acc-indic
           MOVE 0                          TO w-acc-mnt
           EXEC SQL
             OPEN CURS-CREES
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CREES <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-CREES
             PERFORM CUMULE-CREES          UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-CREES
             END-EXEC
           END-IF
           .

       LEC-CREES.
           EXEC SQL
             FETCH CURS-CREES
               INTO :w-acc-com, :w-acc-equ, :w-acc-sec, :w-acc-nb
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-CREES.
           PERFORM ACCUMULE
           PERFORM LEC-CREES
           .

      *****************************************************************
      * Annee en cours : affaires gagnees (periode 2)
      *****************************************************************
       TRT-SIGNEES.
           MOVE 2                          TO w-acc-per
           MOVE 'SIG'                      TO w-acc-indic
           EXEC SQL
             OPEN CURS-SIGNEES
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-SIGNEES <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-SIGNEES
             PERFORM CUMULE-SIGNEES        UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-SIGNEES
             END-EXEC
           END-IF
           .

       LEC-SIGNEES.
           EXEC SQL
             FETCH CURS-SIGNEES
               INTO :w-acc-com, :w-acc-equ, :w-acc-sec, :w-acc-nb,
                    :w-acc-mnt, :w-acc-oqu
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-SIGNEES.
      *    w-acc-oqu porte ici le nombre d'affaires sans cours
           ADD w-acc-oqu                   TO w-cpt-sans-cours
           PERFORM ACCUMULE
           PERFORM LEC-SIGNEES
           .

      *****************************************************************
      * Annee en cours : objectifs (periode 2)
      *****************************************************************
       TRT-OBJECTIFS.
           MOVE 2                          TO w-acc-per
           MOVE 'OBJ'                      TO w-acc-indic
           MOVE SPACES                     TO w-acc-sec
           EXEC SQL
             OPEN CURS-OBJECTIFS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-OBJECTIFS <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-OBJECTIFS
             PERFORM CUMULE-OBJECTIFS      UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-OBJECTIFS
             END-EXEC
           END-IF
           .

       LEC-OBJECTIFS.
           EXEC SQL
             FETCH CURS-OBJECTIFS
               INTO :w-acc-com, :w-acc-equ, :w-acc-oqu, :w-acc-ocl
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-OBJECTIFS.
           PERFORM ACCUMULE
           PERFORM LEC-OBJECTIFS
           .

      *****************************************************************
      * Annee en cours : passages en 'Q' et en 'C' (periode 2), meme
      * parcours que la cloture ; seules comptent les transitions dont
      * le cliche de depart precede la fin du mois vise.
      *****************************************************************
       TRT-TRANSITIONS.
           MOVE 2                          TO w-acc-per
           MOVE 1                          TO w-acc-nb
           MOVE 0                          TO w-acc-mnt
           EXEC SQL
             OPEN CURS-TRANSITIONS
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-TRANSITIONS <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-TRANSITION
             PERFORM TRT-CLICHE            UNTIL w-eot-oui
             IF w-rup-id NOT = SPACES THEN
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
                    :w-trs-equipe, :w-trs-secteur
           END-EXEC
           PERFORM CTL-FETCH
           .

       TRT-CLICHE.
           IF w-trs-id = w-rup-id THEN
             MOVE w-trs-avant              TO w-arrivee
             PERFORM IMPUTE-TRANSITION
           ELSE
             IF w-rup-id NOT = SPACES THEN
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
           MOVE w-trs-secteur              TO w-prec-secteur
           PERFORM LEC-TRANSITION
           .

       IMPUTE-TRANSITION.
           IF w-arrivee NOT = w-prec-avant
              AND w-prec-ts < w-fin-ts THEN
             MOVE w-prec-commercial        TO w-acc-com
             MOVE w-prec-equipe            TO w-acc-equ
             MOVE w-prec-secteur           TO w-acc-sec
             EVALUATE w-arrivee
               WHEN 'Q'
                 MOVE 'QUA'                TO w-acc-indic
                 PERFORM ACCUMULE
               WHEN 'C'
                 MOVE 'CLI'                TO w-acc-indic
                 PERFORM ACCUMULE
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * ACCUMULE : la ligne courante (w-acc-*) est cumulee sous son
      * commercial, son equipe, son secteur (sauf les objectifs, qui
      * n'en ont pas) et dans le cumul general.
      *****************************************************************
       ACCUMULE.
           MOVE 'C'                        TO w-cle-type
           MOVE w-acc-com                  TO w-cle-code
           PERFORM CUMULE-CLE
           MOVE 'E'                        TO w-cle-type
           MOVE w-acc-equ                  TO w-cle-code
           PERFORM CUMULE-CLE
           IF w-acc-indic NOT = 'OBJ' THEN
             MOVE 'S'                      TO w-cle-type
             MOVE w-acc-sec                TO w-cle-code
             PERFORM CUMULE-CLE
           END-IF
           MOVE 'T'                        TO w-cle-type
           MOVE 'TOUS'                     TO w-cle-code
           PERFORM CUMULE-CLE
           .

       CUMULE-CLE.
           PERFORM TROUVE-CLE
           IF w-pos > 0 THEN
             EVALUATE w-acc-indic
               WHEN 'CRE'
                 ADD w-acc-nb     TO w-tab-cre (w-pos, w-acc-per)
               WHEN 'QUA'
                 ADD w-acc-nb     TO w-tab-qua (w-pos, w-acc-per)
               WHEN 'CLI'
                 ADD w-acc-nb     TO w-tab-cli (w-pos, w-acc-per)
               WHEN 'SIG'
                 ADD w-acc-nb     TO w-tab-sig (w-pos, w-acc-per)
                 ADD w-acc-mnt    TO w-tab-mnt (w-pos, w-acc-per)
               WHEN 'OBJ'
                 ADD w-acc-oqu    TO w-tab-oqu (w-pos, w-acc-per)
                 ADD w-acc-ocl    TO w-tab-ocl (w-pos, w-acc-per)
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * TROUVE-CLE : position de w-cle dans la table triee ; une cle
      * nouvelle est inseree a son rang (les suivantes decalees). Table
      * pleine : w-pos a zero, la ligne est ignoree et signalee.
      *****************************************************************
       TROUVE-CLE.
           MOVE 0                          TO w-pos
           PERFORM CHERCHE-CLE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-tab-nbr
                OR w-pos > 0
           IF w-pos = 0 THEN
             IF w-tab-nbr < 800 THEN
               ADD 1                       TO w-tab-nbr
               MOVE w-tab-nbr              TO w-pos
               MOVE w-ent-vide             TO w-tab-ent (w-pos)
               MOVE w-cle                  TO w-tab-cle (w-pos)
             ELSE
               PERFORM SATURATION
             END-IF
           ELSE
             IF w-tab-cle (w-pos) NOT = w-cle THEN
               IF w-tab-nbr < 800 THEN
                 PERFORM DECALE-CLE
                   VARYING w-idx FROM w-tab-nbr BY -1
                   UNTIL w-idx < w-pos
                 ADD 1                     TO w-tab-nbr
                 MOVE w-ent-vide           TO w-tab-ent (w-pos)
                 MOVE w-cle                TO w-tab-cle (w-pos)
               ELSE
                 PERFORM SATURATION
               END-IF
             END-IF
           END-IF
           .

       CHERCHE-CLE.
           IF w-tab-cle (w-idx) NOT < w-cle THEN
             MOVE w-idx                    TO w-pos
           END-IF
           .

       DECALE-CLE.
           COMPUTE w-idx2 = w-idx + 1
           MOVE w-tab-ent (w-idx)          TO w-tab-ent (w-idx2)
           .

       SATURATION.
           IF NOT w-sature-oui THEN
             DISPLAY 'MET-ERR TABLE DES CUMULS SATUREE'
             SET w-sature-oui              TO TRUE
           END-IF
           MOVE 0                          TO w-pos
           .

      *****************************************************************
      * Edition du comparatif : une section par axe (commercial,
      * equipe, secteur, cumul general), trois lignes par cle.
      *****************************************************************
       EDITE-COMPARATIF.
           MOVE SPACE                      TO w-type-prec
           PERFORM EDITE-CLE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-tab-nbr
           IF w-sature-oui THEN
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'ATTENTION : table des cumuls saturee, rapport'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE '            incomplet.' TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       EDITE-CLE.
           IF w-tab-type (w-idx) NOT = w-type-prec THEN
             MOVE w-tab-type (w-idx)       TO w-type-prec
             PERFORM EDITE-SECTION
           END-IF
           MOVE 1                          TO w-per
           PERFORM EDITE-LIGNE-PERIODE
           MOVE 2                          TO w-per
           PERFORM EDITE-LIGNE-PERIODE
           PERFORM EDITE-LIGNE-EVOLUTION
           .

      *****************************************************************
      * Titre de section et entete de colonnes
      *****************************************************************
       EDITE-SECTION.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           EVALUATE w-type-prec
             WHEN 'C'
               MOVE 'PAR COMMERCIAL (---- = NON ATTRIBUE)'
                                           TO w-enr-log
             WHEN 'E'
               MOVE 'PAR EQUIPE (---- = SANS EQUIPE)'
                                           TO w-enr-log
             WHEN 'S'
               MOVE 'PAR SECTEUR'          TO w-enr-log
             WHEN OTHER
               MOVE 'CUMUL GENERAL'        TO w-enr-log
           END-EVALUATE
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             '  Code Per.'        DELIMITED SIZE
             '  Crees Qualif  Obj.Q Client  Obj.C Signes'
                                  DELIMITED SIZE
             '   Montant EUR'     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Ligne d'une periode (exercice precedent ou annee en cours)
      *****************************************************************
       EDITE-LIGNE-PERIODE.
           MOVE SPACES                     TO w-lig
           IF w-per = 1 THEN
             IF w-tab-code (w-idx) = SPACES THEN
               MOVE '----'                 TO w-lig-code
             ELSE
               MOVE w-tab-code (w-idx)     TO w-lig-code
             END-IF
             MOVE w-annee-prec             TO w-lig-per
           ELSE
             MOVE w-mois-aaaa              TO w-lig-per
           END-IF
           MOVE w-tab-cre (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-cre
           MOVE w-tab-qua (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-qua
           MOVE w-tab-oqu (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-oqu
           MOVE w-tab-cli (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-cli
           MOVE w-tab-ocl (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-ocl
           MOVE w-tab-sig (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-sig
           MOVE w-tab-mnt (w-idx, w-per)   TO w-mnt-aff
           MOVE w-mnt-cel                  TO w-lig-mnt
           MOVE w-lig                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Ligne d'evolution : (annee en cours - exercice precedent) en
      * pourcentage de l'exercice precedent ; 'n/s' si la base est
      * nulle. Pas d'evolution sur les objectifs.
      *****************************************************************
       EDITE-LIGNE-EVOLUTION.
           MOVE SPACES                     TO w-lig
           MOVE 'Evol'                     TO w-lig-per
           MOVE w-tab-cre (w-idx, 1)       TO w-val-prec
           MOVE w-tab-cre (w-idx, 2)       TO w-val-cour
           PERFORM CALC-EVOLUTION
           MOVE w-pct-cel                  TO w-lig-cre
           MOVE w-tab-qua (w-idx, 1)       TO w-val-prec
           MOVE w-tab-qua (w-idx, 2)       TO w-val-cour
           PERFORM CALC-EVOLUTION
           MOVE w-pct-cel                  TO w-lig-qua
           MOVE w-tab-cli (w-idx, 1)       TO w-val-prec
           MOVE w-tab-cli (w-idx, 2)       TO w-val-cour
           PERFORM CALC-EVOLUTION
           MOVE w-pct-cel                  TO w-lig-cli
           MOVE w-tab-sig (w-idx, 1)       TO w-val-prec
           MOVE w-tab-sig (w-idx, 2)       TO w-val-cour
           PERFORM CALC-EVOLUTION
           MOVE w-pct-cel                  TO w-lig-sig
           MOVE w-tab-mnt (w-idx, 1)       TO w-val-prec
           MOVE w-tab-mnt (w-idx, 2)       TO w-val-cour
           PERFORM CALC-EVOLUTION
           STRING
             '       '            DELIMITED SIZE
             w-pct-cel            DELIMITED SIZE
             INTO w-lig-mnt
           END-STRING
           MOVE w-lig                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

       CALC-EVOLUTION.
           IF w-val-prec = 0 THEN
             MOVE '    n/s'                TO w-pct-cel
           ELSE
             COMPUTE w-pct ROUNDED =
                 (w-val-cour - w-val-prec) * 100 / w-val-prec
               ON SIZE ERROR
                 MOVE 9999                 TO w-pct
             END-COMPUTE
             IF w-pct > 9999 THEN
               MOVE 9999                   TO w-pct
             END-IF
             MOVE SPACE                    TO w-pct-cel
             MOVE w-pct                    TO w-pct-aff
             MOVE '%'                      TO w-pct-cel (7:1)
           END-IF
           .

      *****************************************************************
      * Stock par stade : 31/12 de l'exercice precedent face au stock
      * du jour.
      *****************************************************************
       TRT-STOCK.
           MOVE 1                          TO w-per
           EXEC SQL
             OPEN CURS-STOCK-FIGE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-STOCK-FIGE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-STOCK-FIGE
             PERFORM CUMULE-STOCK-FIGE     UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-STOCK-FIGE
             END-EXEC
           END-IF
           MOVE 2                          TO w-per
           EXEC SQL
             OPEN CURS-STOCK-JOUR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-STOCK-JOUR <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-non                 TO TRUE
             PERFORM LEC-STOCK-JOUR
             PERFORM CUMULE-STOCK-JOUR     UNTIL w-eot-oui
             EXEC SQL
               CLOSE CURS-STOCK-JOUR
             END-EXEC
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM EDITE-STOCK
           END-IF
           .

       LEC-STOCK-FIGE.
           EXEC SQL
             FETCH CURS-STOCK-FIGE
               INTO :w-lec-stade, :w-lec-pro, :w-lec-aff,
                    :w-lec-mnt
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-STOCK-FIGE.
           PERFORM RANGE-STOCK
           PERFORM LEC-STOCK-FIGE
           .

       LEC-STOCK-JOUR.
           EXEC SQL
             FETCH CURS-STOCK-JOUR
               INTO :w-lec-stade, :w-lec-pro, :w-lec-aff,
                    :w-lec-mnt
           END-EXEC
           PERFORM CTL-FETCH
           .

       CUMULE-STOCK-JOUR.
           PERFORM RANGE-STOCK
           PERFORM LEC-STOCK-JOUR
           .

      *****************************************************************
      * Rangement d'une ligne de stock sous son stade (cree au besoin)
      *****************************************************************
       RANGE-STOCK.
           MOVE 0                          TO w-pos
           PERFORM CHERCHE-STADE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-stk-nbr
                OR w-pos > 0
           IF w-pos = 0 AND w-stk-nbr < 10 THEN
             ADD 1                         TO w-stk-nbr
             MOVE w-stk-nbr                TO w-pos
             MOVE w-lec-stade              TO w-stk-stade (w-pos)
             MOVE 0                        TO w-stk-pro (w-pos, 1)
                                              w-stk-aff (w-pos, 1)
                                              w-stk-mnt (w-pos, 1)
                                              w-stk-pro (w-pos, 2)
                                              w-stk-aff (w-pos, 2)
                                              w-stk-mnt (w-pos, 2)
           END-IF
           IF w-pos > 0 THEN
             ADD w-lec-pro                 TO w-stk-pro (w-pos, w-per)
             ADD w-lec-aff                 TO w-stk-aff (w-pos, w-per)
             ADD w-lec-mnt                 TO w-stk-mnt (w-pos, w-per)
           END-IF
           .

       CHERCHE-STADE.
           IF w-stk-stade (w-idx) = w-lec-stade THEN
             MOVE w-idx                    TO w-pos
           END-IF
           .

       EDITE-STOCK.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'STOCK PAR STADE : 31/12/' DELIMITED SIZE
             w-annee-prec         DELIMITED SIZE
             ' FACE AU STOCK DU JOUR'   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '  Stade  Per. Prosp. Affai.   Montant EUR'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM EDITE-STADE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-stk-nbr
           .

       EDITE-STADE.
           MOVE 1                          TO w-per
           PERFORM EDITE-LIGNE-STADE
           MOVE 2                          TO w-per
           PERFORM EDITE-LIGNE-STADE
           .

       EDITE-LIGNE-STADE.
           MOVE SPACES                     TO w-lig-stk
           IF w-per = 1 THEN
             MOVE w-stk-stade (w-idx)      TO w-lig-stk-stade
             MOVE w-annee-prec             TO w-lig-stk-per
           ELSE
             MOVE 'Jour'                   TO w-lig-stk-per
           END-IF
           MOVE w-stk-pro (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-stk-pro
           MOVE w-stk-aff (w-idx, w-per)   TO w-nb-aff
           MOVE w-nb-cel                   TO w-lig-stk-aff
           MOVE w-stk-mnt (w-idx, w-per)   TO w-mnt-aff
           MOVE w-mnt-cel                  TO w-lig-stk-mnt
           MOVE w-lig-stk                  TO w-enr-log
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
           MOVE '|     COMPARATIF D''UNE ANNEE SUR L''AUTRE         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     --------------------------------           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Periode : janvier a '  DELIMITED SIZE
             w-mois-mm               DELIMITED SIZE
             '/'                     DELIMITED SIZE
             w-mois-aaaa             DELIMITED SIZE
             ', face a la meme periode de ' DELIMITED SIZE
             w-annee-prec            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-date-cours = SPACES THEN
             MOVE 'Aucun cours de change connu : euros seulement.'
                                           TO w-enr-log
           ELSE
             STRING
               'Annee en cours convertie au cours du '
                                           DELIMITED SIZE
               w-date-cours                DELIMITED SIZE
               ', exercice clos au cours du 31/12'
                                           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Fermeture des fichiers
      *****************************************************************
       FIN.
           IF w-cpt-sans-cours > 0 THEN
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-cpt-sans-cours         TO w-nb-aff
             STRING
               'Affaires hors euro sans cours (sans montant) :'
                                  DELIMITED SIZE
               w-nb-aff           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM143.
