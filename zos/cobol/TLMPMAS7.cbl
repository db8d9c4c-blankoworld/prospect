           EXEC SQL
             INCLUDE DCLPILW
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCFG (source
      *    verifiee ou non, parametre 'OPTIN')
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMJRN (journal
      *    des changements pour le site de secours)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Origine a estampiller sur les cliches d'audit (reprise de
       77 w-origine       PIC X(12).
      *    Nombre de lignes touchees par le dernier ordre ensembliste
       77 w-nbr           PIC S9(9) COMP-5.
      *    Commande des lignes versees dont l'application est
      *    journalisee pour le site de secours (cf. JRN-SECOURS)
       77 w-jrn-cmd       PIC X(01).
      *    Haute date des periodes d'adresse ouvertes (cf. TLMPADR6)
       77 w-haute-date    PIC X(26) VALUE
              '9999-12-31-23.59.59.999999'.
      *    Double opt-in : source de l'application verifiee (cf.
      *    TLMPCON2/DOI-SOURCE), gardee pour les appels suivants de la
      *    meme origine
       77 w-doi-origine   PIC X(12) VALUE HIGH-VALUES.
       77 w-doi-prog      PIC X(10).
       77 w-doi-trn       PIC X(08).
       77 w-doi-verif     PIC 9     VALUE 0.
           88 w-doi-verif-oui     VALUE 1.
           88 w-doi-verif-non     VALUE 0.
      *****************************************************************
      * Curseur : lignes versees dont la cible est inconnue ou
      * archivee (elles ne seront pas appliquees), pour le circuit
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
      *    Toute application reussie est journalisee pour le site de
      *    secours dans la meme unite de travail
           IF tlmcpil-rc = '00' THEN
             PERFORM JRN-SECOURS
           END-IF
           .

      *****************************************************************
           MOVE cpmas7-ent-ajo-ville             TO tlmpilw-ville
           MOVE cpmas7-ent-ajo-plage             TO tlmpilw-plage
           MOVE cpmas7-ent-ajo-langue            TO tlmpilw-langue
           MOVE cpmas7-ent-ajo-pays              TO tlmpilw-pays
           EXEC SQL
             INSERT INTO TRAIN04.TLMPILW (
                 SEQ, CMD, SOURCE, CONID, NOM, PRENOM, TEL, MEL,
                 NOTE, PID, TYPE, DTACT, RESULTAT, PREF, RUE, CP,
                 VILLE, PLAGE, LANGUE, PAYS)
               VALUES (
                 :tlmpilw-seq, :tlmpilw-cmd, :tlmpilw-source,
                 :tlmpilw-conid, :tlmpilw-nom, :tlmpilw-prenom,
                 :tlmpilw-pid, :tlmpilw-type, :tlmpilw-dtact,
                 :tlmpilw-resultat, :tlmpilw-pref, :tlmpilw-rue,
                 :tlmpilw-cp, :tlmpilw-ville, :tlmpilw-plage,
                 :tlmpilw-langue, :tlmpilw-pays)
           END-EXEC
           PERFORM VERIF-SQLCODE
           .
      *    PLAGE/LANGUE suivent la regle du ligne a ligne (MAJ-CON) :
      *    une valeur portee par la ligne remplace, espace = valeur
      *    actuelle reconduite.
      *    Entre les deux, un courriel change venu d'une source non
      *    verifiee est mis en attente de confirmation (DOI-MAJ), comme
      *    au ligne a ligne.
      *****************************************************************
       APPLIQUE-MAJ.
           DISPLAY 'PHY-MAS-APPLYMAJ'
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             MOVE SQLERRD (3)                    TO w-nbr
             MOVE w-nbr                          TO cpmas7-sor-apl-aud
             PERFORM DOI-MAJ
             IF SQLCODE = 0 OR SQLCODE = 100 THEN
               EXEC SQL
                 UPDATE TRAIN04.TLMCON C
                   SET (NOM, PRENOM, TEL, MEL, NOTE, PID, PLAGE,
                        LANGUE, DTMAJ) =
                       (SELECT W.NOM, W.PRENOM,
                               CASE
                                 WHEN LENGTH(RTRIM(TRANSLATE(
                                      W.TEL, '', '. -/', ''))) = 9
                                 THEN '0' CONCAT RTRIM(TRANSLATE(
                                      W.TEL, '', '. -/', ''))
                                 ELSE TRANSLATE(W.TEL, '', '. -/', '')
                               END,
                               W.MEL, W.NOTE, W.PID,
                               CASE WHEN W.PLAGE = ' '
                                    THEN C.PLAGE
                                    ELSE W.PLAGE
                               END,
                               CASE WHEN W.LANGUE = ' '
                                    THEN C.LANGUE
                                    ELSE W.LANGUE
                               END,
                               CURRENT TIMESTAMP
                        FROM TRAIN04.TLMPILW W
                        WHERE W.CONID = C.ID
                          AND W.CMD = 'M'
                          AND W.SEQ = (SELECT MAX(W2.SEQ)
                                       FROM TRAIN04.TLMPILW W2
                                       WHERE W2.CONID = C.ID
                                         AND W2.CMD = 'M'))
                   WHERE C.STATUT = 'A'
                     AND EXISTS (SELECT 1
                                 FROM TRAIN04.TLMPILW W3
                                 WHERE W3.CONID = C.ID
                                   AND W3.CMD = 'M')
               END-EXEC
               IF SQLCODE = 0 OR SQLCODE = 100 THEN
                 MOVE SQLERRD (3)                  TO w-nbr
                 MOVE w-nbr                        TO cpmas7-sor-apl-nbr
                 MOVE 0                            TO sqlcode
               END-IF
             END-IF
           END-IF
           PERFORM VERIF-SQLCODE
      *       contact/type, seule la ligne de plus grand rang reste
      *       'O' (la derniere du fichier l'emporte, comme au ligne a
      *       ligne ou chaque insertion detrone la precedente).
      *    3. Les canaux mel ajoutes par une source non verifiee sont
      *       mis en attente de confirmation (DOI-CAN), comme au ligne
      *       a ligne.
      * Les controles fins de format du ligne a ligne (telephone sans
      * chiffre, courriel malforme, rc '04') ne sont pas rejoues ici.
      *****************************************************************
               MOVE SQLERRD (3)                  TO w-nbr
               MOVE w-nbr                       TO cpmas7-sor-apl-nbr
               MOVE 0                            TO cpmas7-sor-apl-aud
               PERFORM DOI-CAN
             END-IF
           END-IF
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * DOI-MAJ : courriels changes par les lignes M versees (ligne de
      * plus grand rang du contact, celle qui sera appliquee) mis en
      * attente de confirmation (double opt-in, cf. TLMDOI et
      * TLMPCON2/DOI-POSE) si la source n'est pas verifiee : adresse
      * inconnue de TLMDOI inseree en attente, demande expiree
      * relancee avec un nouveau jeton. SQLCODE 0 ou 100 en sortie si
      * tout va bien.
      *****************************************************************
       DOI-MAJ.
           PERFORM DOI-SOURCE
           IF w-doi-verif-oui THEN
             MOVE 0                              TO sqlcode
           ELSE
             EXEC SQL
               INSERT INTO TRAIN04.TLMDOI (
                   CONID, CANAL, VALEUR, STATUT, JETON, ORIGINE,
                   DTCRE, DTENV, DTSTAT)
                 SELECT C.ID, 'C', W.MEL, 'A',
                        HEX(GENERATE_UNIQUE()) CONCAT
                          DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                        :w-origine, CURRENT TIMESTAMP, ' ', ' '
                 FROM TRAIN04.TLMCON C, TRAIN04.TLMPILW W
                 WHERE C.ID = W.CONID
                   AND C.STATUT = 'A'
                   AND W.CMD = 'M'
                   AND W.SEQ = (SELECT MAX(W2.SEQ)
                                FROM TRAIN04.TLMPILW W2
                                WHERE W2.CONID = C.ID
                                  AND W2.CMD = 'M')
                   AND W.MEL NOT = ' '
                   AND W.MEL NOT = C.MEL
                   AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMDOI D
                                   WHERE D.CONID  = C.ID
                                     AND D.CANAL  = 'C'
                                     AND D.VALEUR = W.MEL)
             END-EXEC
             IF SQLCODE = 0 OR SQLCODE = 100 THEN
               EXEC SQL
                 UPDATE TRAIN04.TLMDOI D
                   SET STATUT  = 'A',
                       JETON   = HEX(GENERATE_UNIQUE()) CONCAT
                         DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                       ORIGINE = :w-origine,
                       DTCRE   = CURRENT TIMESTAMP,
                       DTENV   = ' ',
                       DTSTAT  = ' '
                   WHERE D.CANAL  = 'C'
                     AND D.STATUT = 'X'
                     AND EXISTS (
                       SELECT 1
                       FROM TRAIN04.TLMCON C, TRAIN04.TLMPILW W
                       WHERE C.ID = D.CONID
                         AND C.STATUT = 'A'
                         AND W.CONID = C.ID
                         AND W.CMD = 'M'
                         AND W.SEQ = (SELECT MAX(W2.SEQ)
                                      FROM TRAIN04.TLMPILW W2
                                      WHERE W2.CONID = C.ID
                                        AND W2.CMD = 'M')
                         AND W.MEL = D.VALEUR
                         AND W.MEL NOT = C.MEL)
               END-EXEC
             END-IF
           END-IF
           .

      *****************************************************************
      * DOI-CAN : canaux mel ('E') verses par les lignes C mis en
      * attente de confirmation si la source n'est pas verifiee, meme
      * regle que DOI-MAJ (une adresse versee plusieurs fois pour le
      * meme contact ne donne qu'une demande). SQLCODE remis a 0 si
      * tout va bien.
      *****************************************************************
       DOI-CAN.
           PERFORM DOI-SOURCE
           IF w-doi-verif-non THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMDOI (
                   CONID, CANAL, VALEUR, STATUT, JETON, ORIGINE,
                   DTCRE, DTENV, DTSTAT)
                 SELECT W.CONID, 'E', W.MEL, 'A',
                        HEX(GENERATE_UNIQUE()) CONCAT
                          DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                        :w-origine, CURRENT TIMESTAMP, ' ', ' '
                 FROM TRAIN04.TLMPILW W
                 WHERE W.CMD = 'C'
                   AND W.TYPE = 'E'
                   AND W.SEQ = (SELECT MAX(W2.SEQ)
                                FROM TRAIN04.TLMPILW W2
                                WHERE W2.CMD = 'C'
                                  AND W2.TYPE = 'E'
                                  AND W2.CONID = W.CONID
                                  AND W2.MEL = W.MEL)
                   AND EXISTS (SELECT 1
                               FROM TRAIN04.TLMCON C
                               WHERE C.ID = W.CONID
                                 AND C.STATUT = 'A')
                   AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMDOI D
                                   WHERE D.CONID  = W.CONID
                                     AND D.CANAL  = 'E'
                                     AND D.VALEUR = W.MEL)
             END-EXEC
             IF SQLCODE = 0 OR SQLCODE = 100 THEN
               EXEC SQL
                 UPDATE TRAIN04.TLMDOI D
                   SET STATUT  = 'A',
                       JETON   = HEX(GENERATE_UNIQUE()) CONCAT
                         DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                       ORIGINE = :w-origine,
                       DTCRE   = CURRENT TIMESTAMP,
                       DTENV   = ' ',
                       DTSTAT  = ' '
                   WHERE D.CANAL  = 'E'
                     AND D.STATUT = 'X'
                     AND EXISTS (SELECT 1
                                 FROM TRAIN04.TLMPILW W
                                 WHERE W.CMD = 'C'
                                   AND W.TYPE = 'E'
                                   AND W.CONID = D.CONID
                                   AND W.MEL = D.VALEUR)
               END-EXEC
             END-IF
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             MOVE 0                              TO sqlcode
           END-IF
           .

      *****************************************************************
      * DOI-SOURCE : la source de l'application (tlmcpil-origine) est-
      * elle verifiee ? Parametre 'OPTIN' de TLMCFG a 'N', meme regle
      * que TLMPCON2/DOI-SOURCE.
      *****************************************************************
       DOI-SOURCE.
           MOVE tlmcpil-origine                  TO w-origine
           IF tlmcpil-origine NOT = w-doi-origine THEN
             MOVE tlmcpil-origine                TO w-doi-origine
             SET w-doi-verif-non                 TO TRUE
             MOVE tlmcpil-origine (1 : 10)       TO w-doi-prog
             MOVE SPACES                         TO w-doi-trn
             MOVE tlmcpil-origine (1 : 4)        TO w-doi-trn
             EXEC SQL
               SELECT VALEUR
                 INTO :tlmcfg-valeur
                 FROM TRAIN04.TLMCFG
                 WHERE PARAM = 'OPTIN'
                   AND PROGRAMME IN (:w-doi-prog, :w-doi-trn, '*')
                 ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 AND tlmcfg-valeur (1 : 1) = 'N' THEN
               SET w-doi-verif-oui               TO TRUE
             END-IF
           END-IF
           .

      *****************************************************************
      * APPLYADR : application ensembliste des lignes D versees, en
      * respectant la validite datee de TLMADR (cf. TLMPADR6/
      *       type, avec les valeurs de la ligne versee de plus grand
      *       rang (la derniere du fichier l'emporte, meme regle que
      *       APPLYMAJ - le ligne a ligne aurait cree des periodes
      *       intermediaires de quelques microsecondes, sans interet),
      *       geocodee au passage sur le referentiel postal TLMCPV
      *       (0/0 si le code postal y est absent, cf. TLMPADR6).
      * Seuls les prospects actifs sont servis (les autres lignes
      * sont parties au circuit d'erreur via LISTERR).
      *****************************************************************
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMADR (
                   PROID, ADRTYPE, RUE, CP, VILLE, DTDEBUT, DTFIN,
                   PAYS, LATITUDE, LONGITUDE)
                 SELECT W.PID, W.TYPE, W.RUE, W.CP, W.VILLE,
                        CURRENT TIMESTAMP, :w-haute-date, W.PAYS,
                        COALESCE((SELECT C.LATITUDE
                                  FROM TRAIN04.TLMCPV C
                                  WHERE C.CP = W.CP), 0),
                        COALESCE((SELECT C.LONGITUDE
                                  FROM TRAIN04.TLMCPV C
                                  WHERE C.CP = W.CP), 0)
                 FROM TRAIN04.TLMPILW W
                 WHERE W.CMD = 'D'
                   AND EXISTS (SELECT 1
           END-EVALUATE
           .

      *****************************************************************
      * JRN-SECOURS : lignes du journal des changements (TLMJRN) pour
      * le site de secours apres une application reussie, une par cle
      * touchee (ensembliste, meme unite de travail, cf. TLMBPGM150) :
      * prospect des contacts mis a jour ou archives (TLMCON, PID
      * relu apres application), contact des activites et des canaux
      * ajoutes. L'application des adresses (TLMADR) n'est pas
      * journalisee, comme au ligne a ligne. Un echec fait remonter
      * l'application elle-meme en erreur.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO w-jrn-cmd
           EVALUATE tlmcpil-fct
             WHEN 'APPLYMAJ'
               MOVE 'M'                          TO w-jrn-cmd
               MOVE 'TLMCON'                     TO tlmjrn-tabnom
               SET TLMJRN-OPERATION-MAJ          TO TRUE
             WHEN 'APPLYSUP'
               MOVE 'S'                          TO w-jrn-cmd
               MOVE 'TLMCON'                     TO tlmjrn-tabnom
               SET TLMJRN-OPERATION-SUP          TO TRUE
             WHEN 'APPLYACT'
               MOVE 'V'                          TO w-jrn-cmd
               MOVE 'TLMACT'                     TO tlmjrn-tabnom
               SET TLMJRN-OPERATION-AJO          TO TRUE
             WHEN 'APPLYCAN'
               MOVE 'C'                          TO w-jrn-cmd
               MOVE 'TLMCAN'                     TO tlmjrn-tabnom
               SET TLMJRN-OPERATION-AJO          TO TRUE
           END-EVALUATE
           IF w-jrn-cmd NOT = SPACES THEN
             MOVE tlmcpil-origine                TO tlmjrn-origine
             EXEC SQL
               INSERT INTO TRAIN04.TLMJRN (
                   JRNID, DTCHG, TABNOM, CLE, OPERATION, ORIGINE)
                 SELECT HEX(GENERATE_UNIQUE()), CURRENT TIMESTAMP,
                        :tlmjrn-tabnom, K.CLE, :tlmjrn-operation,
                        :tlmjrn-origine
                 FROM (SELECT DISTINCT
                              CASE WHEN :tlmjrn-tabnom = 'TLMCON'
                                   THEN C.PID
                                   ELSE C.ID
                              END AS CLE
                       FROM TRAIN04.TLMPILW W, TRAIN04.TLMCON C
                       WHERE W.CMD = :w-jrn-cmd
                         AND C.ID  = W.CONID) AS K
             END-EXEC
             IF SQLCODE = 100 THEN
               MOVE 0                            TO sqlcode
             END-IF
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'PHY-MAS-ERR JOURNAL SECOURS <' w-jrn-cmd
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
