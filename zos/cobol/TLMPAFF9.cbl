           EXEC SQL
             INCLUDE DCLAFF
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMAFFH (audit
      *    des images d'affaire, cf. AUDIT-AVANT-AFF)
           EXEC SQL
             INCLUDE DCLAFFH
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMLIG (referentiel
      *    des lignes de produit, cf. VRF-LIGNE-AFF)
           EXEC SQL
             INCLUDE DCLLIG
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMJRN (journal
      *    des changements pour le site de secours)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
       77 w-doublon-aff   PIC 9.
           88 w-doublon-aff-oui               VALUE 1.
           88 w-doublon-aff-non               VALUE 0.
      *    Image avant trouvee lors du cliche d'audit (AUDIT-AVANT-AFF)
       77 w-audit-aff     PIC 9.
           88 w-audit-aff-trouve              VALUE 1.
           88 w-audit-aff-absent              VALUE 0.
      *    Ligne de produit connue et active (VRF-LIGNE-AFF)
       77 w-ligne-aff     PIC 9.
           88 w-ligne-aff-ok-oui              VALUE 1.
           88 w-ligne-aff-ok-non              VALUE 0.
      *    Devise connue : euro ou cotee dans TLMCHG (VRF-DEVISE-AFF)
       77 w-devise-aff    PIC 9.
           88 w-devise-aff-ok-oui             VALUE 1.
           88 w-devise-aff-ok-non             VALUE 0.
      *    Montant recu de l'appelant : forme brute (11 chiffres sans
      *    point, 2 decimales implicites) et verdict de forme
       01 w-montant-brut  PIC X(11).
      *    calcul du suivant
       77 w-id-max        PIC X(06).
       77 w-id-num        PIC 9(06).
      *    Cloture (CLOTURE) : date du jour, date de cloture recue et
      *    verdict de forme
       77 w-date-jour     PIC X(08).
       01 w-dtsign-brut   PIC X(08).
       01 w-dtsign-num REDEFINES w-dtsign-brut.
           05 w-dtsign-aaaa PIC 9(04).
           05 w-dtsign-mm   PIC 9(02).
           05 w-dtsign-jj   PIC 9(02).
       77 w-dtsign-ok     PIC 9.
           88 w-dtsign-ok-oui              VALUE 1.
           88 w-dtsign-ok-non              VALUE 0.
      *****************************************************************
      * Curseur : affaires actives d'un prospect donne, de la plus
      * recente a la plus ancienne, pour la fonction LISTBYPRO /
      *****************************************************************
           EXEC SQL
             DECLARE CURS-AFF-PRO CURSOR FOR
               SELECT ID, LIBELLE, LIGNE, MONTANT, DTCLOSE, DEVISE
               FROM TRAIN04.TLMAFF
               WHERE PROID = :tlmaff-proid
                 AND STATUT = 'A'
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'UPDATE'          PERFORM MAJ
             WHEN 'DELETE'          PERFORM SUPPRESSION
             WHEN 'CLOSE'           PERFORM CLOTURE
             WHEN 'LISTBYPRO'       PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
      *    Toute ecriture reussie est journalisee pour le site de
      *    secours dans la meme unite de travail
           IF tlmcpil-rc = '00' THEN
             PERFORM JRN-SECOURS
           END-IF
           .

       LECTURE.
                 LIBELLE,
                 LIGNE,
                 MONTANT,
                 DTCLOSE,
                 DEVISE
               INTO
                 :tlmaff-proid,
                 :tlmaff-libelle,
                 :tlmaff-ligne,
                 :tlmaff-montant,
                 :tlmaff-dtclose,
                 :tlmaff-devise
               FROM TRAIN04.TLMAFF
               WHERE ID=:tlmaff-id
                 AND STATUT='A'
               MOVE tlmaff-ligne      TO cpaff9-sor-lec-ligne
               MOVE tlmaff-montant    TO cpaff9-sor-lec-montant
               MOVE tlmaff-dtclose    TO cpaff9-sor-lec-dtclose
               MOVE tlmaff-devise     TO cpaff9-sor-lec-devise
             END-IF
           ELSE
             MOVE '01' TO tlmcpil-rc
           MOVE cpaff9-ent-ajo-ligne             TO tlmaff-ligne
           MOVE cpaff9-ent-ajo-dtclose           TO tlmaff-dtclose
           MOVE cpaff9-ent-ajo-montant           TO w-montant-brut
           MOVE cpaff9-ent-ajo-devise            TO tlmaff-devise
           IF cpaff9-ent-ajo-devise = SPACES THEN
             MOVE 'EUR'                          TO tlmaff-devise
           END-IF
           PERFORM VRF-MONTANT
           PERFORM VRF-LIGNE-AFF
           PERFORM VRF-DEVISE-AFF
           EVALUATE TRUE
             WHEN cpaff9-ent-ajo-proid = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-AJO: montant invalide.'
                                                 TO tlmcpil-msg
             WHEN w-ligne-aff-ok-non
               MOVE '06'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-AJO: ligne de produit inconnue.'
                                                 TO tlmcpil-msg
             WHEN w-devise-aff-ok-non
               MOVE '08'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-AJO: devise inconnue.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               DISPLAY ' <' tlmaff-id '>'
               MOVE w-montant-num                TO tlmaff-montant
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMAFF (
                       ID, PROID, LIBELLE, LIGNE, MONTANT,
                       DTCLOSE, STATUT, DTMAJ, MNTSIGNE, DTSIGN,
                       DEVISE)
                     VALUES (
                       :tlmaff-id, :tlmaff-proid, :tlmaff-libelle,
                       :tlmaff-ligne, :tlmaff-montant,
                       :tlmaff-dtclose, 'A', CURRENT TIMESTAMP,
                       0, ' ', :tlmaff-devise)
                 END-EXEC
                 PERFORM VERIF-SQLCODE
                 IF SQLCODE = 0 THEN
             IF SQLCODE NOT = 0 THEN
               PERFORM VERIF-SQLCODE
             ELSE
      *        Cliche de l'image avant, pour l'historique d'audit
               PERFORM AUDIT-AVANT-AFF
               IF cpaff9-ent-maj-libelle NOT = SPACES THEN
                 MOVE cpaff9-ent-maj-libelle     TO tlmaff-libelle
               END-IF
      *        Une ligne de produit fournie doit figurer au referentiel
      *        TLMLIG ; une ligne laissee a espace reste inchangee,
      *        sans nouveau controle.
               SET w-ligne-aff-ok-oui            TO TRUE
               IF cpaff9-ent-maj-ligne NOT = SPACES THEN
                 MOVE cpaff9-ent-maj-ligne       TO tlmaff-ligne
                 PERFORM VRF-LIGNE-AFF
               END-IF
               IF cpaff9-ent-maj-dtclose NOT = SPACES THEN
                 MOVE cpaff9-ent-maj-dtclose     TO tlmaff-dtclose
               END-IF
      *        Meme principe pour la devise : une devise fournie doit
      *        etre l'euro ou cotee dans TLMCHG.
               SET w-devise-aff-ok-oui           TO TRUE
               IF cpaff9-ent-maj-devise NOT = SPACES THEN
                 MOVE cpaff9-ent-maj-devise      TO tlmaff-devise
                 PERFORM VRF-DEVISE-AFF
               END-IF
               SET w-montant-ok-oui              TO TRUE
               IF cpaff9-ent-maj-montant NOT = SPACES THEN
                 MOVE cpaff9-ent-maj-montant     TO w-montant-brut
                   MOVE w-montant-num            TO tlmaff-montant
                 END-IF
               END-IF
               EVALUATE TRUE
                 WHEN w-montant-ok-non
                   MOVE '02'                     TO tlmcpil-rc
                   MOVE 'PHY-AFF-MAJ: montant invalide.'
                                                 TO tlmcpil-msg
                 WHEN w-ligne-aff-ok-non
                   MOVE '06'                     TO tlmcpil-rc
                   MOVE 'PHY-AFF-MAJ: ligne de produit inconnue.'
                                                 TO tlmcpil-msg
                 WHEN w-devise-aff-ok-non
                   MOVE '08'                     TO tlmcpil-rc
                   MOVE 'PHY-AFF-MAJ: devise inconnue.'
                                                 TO tlmcpil-msg
                 WHEN OTHER
                   IF w-audit-aff-trouve THEN
                     MOVE 'M'                    TO tlmaffh-operation
                     MOVE tlmaff-montant         TO tlmaffh-montant-ap
                     MOVE tlmaff-dtclose         TO tlmaffh-dtclose-ap
                     MOVE 'A'                    TO tlmaffh-statut-ap
                     PERFORM ECRIT-AUDIT-AFF
                   END-IF
                   EXEC SQL
                     UPDATE TRAIN04.TLMAFF
                     SET
                       LIBELLE = :tlmaff-libelle,
                       LIGNE   = :tlmaff-ligne,
                       MONTANT = :tlmaff-montant,
                       DTCLOSE = :tlmaff-dtclose,
                       DEVISE  = :tlmaff-devise,
                       DTMAJ   = CURRENT TIMESTAMP
                     WHERE
                       ID         = :tlmaff-id
                       AND STATUT = 'A'
                   END-EXEC
                   PERFORM VERIF-SQLCODE
               END-EVALUATE
             END-IF
           END-IF
           .
      *****************************************************************
       RELIT-AFF.
           EXEC SQL
             SELECT PROID, LIBELLE, LIGNE, MONTANT, DTCLOSE, DEVISE
             INTO   :tlmaff-proid, :tlmaff-libelle, :tlmaff-ligne,
                    :tlmaff-montant, :tlmaff-dtclose, :tlmaff-devise
             FROM   TRAIN04.TLMAFF
             WHERE  ID     = :tlmaff-id
               AND  STATUT = 'A'
           MOVE cpaff9-ent-sup-id                TO tlmaff-id
           IF cpaff9-ent-sup-id NOT = SPACES THEN
             DISPLAY ' <' tlmaff-id '>'
      *      Cliche de l'image avant, pour l'historique d'audit
             PERFORM AUDIT-AVANT-AFF
             IF w-audit-aff-trouve THEN
               MOVE 'S'                          TO tlmaffh-operation
               MOVE tlmaffh-montant              TO tlmaffh-montant-ap
               MOVE tlmaffh-dtclose              TO tlmaffh-dtclose-ap
               MOVE 'X'                          TO tlmaffh-statut-ap
               PERFORM ECRIT-AUDIT-AFF
             END-IF
             EXEC SQL
               UPDATE TRAIN04.TLMAFF
               SET STATUT = 'X',
           END-IF
           .

      *****************************************************************
      * CLOTURE d'une affaire active : issue gagnee ('G'), perdue
      * ('P') ou abandonnee ('B'), avec le montant reellement signe
      * (issue 'G' seulement, espace = montant attendu) et la date de
      * cloture reelle (espace = date du jour). Une affaire cloturee
      * sort du pipeline ouvert (STATUT different de 'A') sans se
      * confondre avec une suppression ('X'). rc='04' issue invalide,
      * rc='05' date invalide, rc='10' affaire absente ou deja close.
      *****************************************************************
       CLOTURE.
           DISPLAY 'PHY-AFF-CLO'                 WITH NO ADVANCING
           MOVE cpaff9-ent-clo-id                TO tlmaff-id
           EVALUATE TRUE
             WHEN cpaff9-ent-clo-id = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-CLO: code affaire vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN cpaff9-ent-clo-issue NOT = 'G' AND
                  cpaff9-ent-clo-issue NOT = 'P' AND
                  cpaff9-ent-clo-issue NOT = 'B'
               MOVE '04'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-CLO: issue invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' Issue <' cpaff9-ent-clo-issue '>'
             WHEN OTHER
               DISPLAY ' <' tlmaff-id '>'
               PERFORM RELIT-AFF
               IF SQLCODE NOT = 0 THEN
                 PERFORM VERIF-SQLCODE
               ELSE
                 PERFORM AUDIT-AVANT-AFF
                 PERFORM CLOTURE-VALEURS
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Valeurs de cloture (montant signe, date reelle) controlees
      * puis ecrites sur l'affaire relue par RELIT-AFF.
      *****************************************************************
       CLOTURE-VALEURS.
           MOVE cpaff9-ent-clo-issue             TO tlmaff-statut
           SET w-montant-ok-oui                  TO TRUE
           MOVE 0                                TO tlmaff-mntsigne
           IF cpaff9-ent-clo-issue = 'G' THEN
             IF cpaff9-ent-clo-mntsigne = SPACES THEN
               MOVE tlmaff-montant               TO tlmaff-mntsigne
             ELSE
               MOVE cpaff9-ent-clo-mntsigne      TO w-montant-brut
               PERFORM VRF-MONTANT
               IF w-montant-ok-oui THEN
                 MOVE w-montant-num              TO tlmaff-mntsigne
               END-IF
             END-IF
           END-IF
           SET w-dtsign-ok-oui                   TO TRUE
           IF cpaff9-ent-clo-dtsign = SPACES THEN
             ACCEPT w-date-jour                  FROM DATE YYYYMMDD
             MOVE w-date-jour                    TO w-dtsign-brut
           ELSE
             MOVE cpaff9-ent-clo-dtsign          TO w-dtsign-brut
             IF w-dtsign-brut NOT NUMERIC THEN
               SET w-dtsign-ok-non               TO TRUE
             ELSE
               IF w-dtsign-mm < 1 OR w-dtsign-mm > 12 OR
                  w-dtsign-jj < 1 OR w-dtsign-jj > 31 THEN
                 SET w-dtsign-ok-non             TO TRUE
               END-IF
             END-IF
           END-IF
           MOVE w-dtsign-brut                    TO tlmaff-dtsign
           EVALUATE TRUE
             WHEN w-montant-ok-non
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-CLO: montant signe invalide.'
                                                 TO tlmcpil-msg
             WHEN w-dtsign-ok-non
               MOVE '05'                         TO tlmcpil-rc
               MOVE 'PHY-AFF-CLO: date de cloture invalide.'
                                                 TO tlmcpil-msg
               DISPLAY 'PHY-AFF-ERR DTSIGN <' w-dtsign-brut '>'
             WHEN OTHER
               IF w-audit-aff-trouve THEN
                 MOVE 'C'                        TO tlmaffh-operation
                 MOVE tlmaff-montant             TO tlmaffh-montant-ap
                 MOVE tlmaff-dtclose             TO tlmaffh-dtclose-ap
                 MOVE tlmaff-statut              TO tlmaffh-statut-ap
                 PERFORM ECRIT-AUDIT-AFF
               END-IF
               EXEC SQL
                 UPDATE TRAIN04.TLMAFF
                 SET
                   STATUT   = :tlmaff-statut,
                   MNTSIGNE = :tlmaff-mntsigne,
                   DTSIGN   = :tlmaff-dtsign,
                   DTMAJ    = CURRENT TIMESTAMP
                 WHERE
                   ID         = :tlmaff-id
                   AND STATUT = 'A'
               END-EXEC
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 THEN
                 MOVE tlmaff-id                  TO cpaff9-sor-clo-id
                 MOVE tlmaff-proid               TO cpaff9-sor-clo-proid
                 MOVE tlmaff-statut              TO cpaff9-sor-clo-issue
                 MOVE tlmaff-mntsigne       TO cpaff9-sor-clo-mntsigne
                 MOVE tlmaff-dtsign         TO cpaff9-sor-clo-dtsign
                 STRING
                   'OK, CLO <'       DELIMITED SIZE
                   tlmaff-id         DELIMITED SIZE
                   '> '              DELIMITED SIZE
                   tlmaff-statut     DELIMITED SIZE
                   INTO tlmcpil-msg
                 END-STRING
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Cliche, dans TLMAFFH-*, de l'affaire active telle qu'elle est
      * actuellement en base, avant qu'une MAJ/CLOTURE/SUPPRESSION ne
      * l'ecrase (meme principe que TLMPPRO1/AUDIT-AVANT-PRO).
      * w-audit-aff-absent si l'affaire n'existe pas ou n'est plus
      * active (rien a clicher ; l'UPDATE suivant n'affectera aucune
      * ligne).
      *****************************************************************
       AUDIT-AVANT-AFF.
           SET w-audit-aff-absent               TO TRUE
           EXEC SQL
             SELECT
               ID, PROID, LIBELLE, LIGNE, MONTANT, DTCLOSE, STATUT,
               DTMAJ, MNTSIGNE, DTSIGN, DEVISE
             INTO
               :tlmaffh-id, :tlmaffh-proid, :tlmaffh-libelle,
               :tlmaffh-ligne, :tlmaffh-montant, :tlmaffh-dtclose,
               :tlmaffh-statut, :tlmaffh-dtmaj, :tlmaffh-mntsigne,
               :tlmaffh-dtsign, :tlmaffh-devise
             FROM TRAIN04.TLMAFF
             WHERE ID = :tlmaff-id
               AND STATUT = 'A'
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-audit-aff-trouve              TO TRUE
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne d'historique TLMAFFH a partir de l'image
      * avant cliche par AUDIT-AVANT-AFF (operation et valeurs "apres"
      * positionnees par l'appelant). Comme pour TLMPROH, une anomalie
      * d'insertion ne bloque pas l'operation principale mais est
      * journalisee.
      *****************************************************************
       ECRIT-AUDIT-AFF.
           MOVE tlmcpil-src                      TO tlmaffh-pilseq
           MOVE tlmcpil-origine                  TO tlmaffh-origine
           EXEC SQL
             INSERT INTO TRAIN04.TLMAFFH (
                 ID, PROID, LIBELLE, LIGNE, MONTANT, DTCLOSE, STATUT,
                 DTMAJ, MNTSIGNE, DTSIGN, DEVISE, MONTANT_AP,
                 DTCLOSE_AP, STATUT_AP, OPERATION, PILSEQ, ORIGINE,
                 DTAUDIT)
               VALUES (
                 :tlmaffh-id, :tlmaffh-proid, :tlmaffh-libelle,
                 :tlmaffh-ligne, :tlmaffh-montant, :tlmaffh-dtclose,
                 :tlmaffh-statut, :tlmaffh-dtmaj, :tlmaffh-mntsigne,
                 :tlmaffh-dtsign, :tlmaffh-devise, :tlmaffh-montant-ap,
                 :tlmaffh-dtclose-ap, :tlmaffh-statut-ap,
                 :tlmaffh-operation, :tlmaffh-pilseq,
                 :tlmaffh-origine, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'PHY-AFF-ERR AUDIT <' tlmaffh-id '> SQLCODE <'
                     sqlcode '>'
           END-IF
           .

      *****************************************************************
      * VRF-MONTANT : le montant recu (w-montant-brut) doit faire
      * onze chiffres (9 entiers + 2 decimales implicites, sans point
           END-IF
           .

      *****************************************************************
      * VRF-LIGNE-AFF : la ligne de produit (tlmaff-ligne) doit figurer
      * au referentiel TLMLIG et y etre active ; espace = ligne non
      * precisee, acceptee. rc='06' positionne par l'appelant de ce
      * paragraphe.
      *****************************************************************
       VRF-LIGNE-AFF.
           SET w-ligne-aff-ok-oui                TO TRUE
           IF tlmaff-ligne NOT = SPACES THEN
             MOVE tlmaff-ligne                   TO tlmlig-code
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMLIG
                 WHERE CODE  = :tlmlig-code
                   AND ACTIF = 'O'
             END-EXEC
             IF SQLCNT = 0 THEN
               SET w-ligne-aff-ok-non            TO TRUE
               DISPLAY 'PHY-AFF-ERR LIGNE <' tlmaff-ligne '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * VRF-DEVISE-AFF : la devise (tlmaff-devise) doit etre l'euro ou
      * avoir au moins un cours dans TLMCHG, faute de quoi les
      * editions ne sauraient pas convertir l'affaire. rc='08'
      * positionne par l'appelant de ce paragraphe.
      *****************************************************************
       VRF-DEVISE-AFF.
           SET w-devise-aff-ok-oui               TO TRUE
           IF tlmaff-devise NOT = 'EUR' THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMCHG
                 WHERE DEVISE = :tlmaff-devise
             END-EXEC
             IF SQLCNT = 0 THEN
               SET w-devise-aff-ok-non           TO TRUE
               DISPLAY 'PHY-AFF-ERR DEVISE <' tlmaff-devise '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-AFF : service de numerotation pour un AJOUT soumis
      * sans identifiant (meme principe que TLMPPRO1/ATTRIBUE-ID-PRO).
           EXEC SQL
             FETCH CURS-AFF-PRO
               INTO :tlmaff-id, :tlmaff-libelle, :tlmaff-ligne,
                    :tlmaff-montant, :tlmaff-dtclose, :tlmaff-devise
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmaff-ligne        TO cpaff9-sor-lst-ligne
             MOVE tlmaff-montant      TO cpaff9-sor-lst-montant
             MOVE tlmaff-dtclose      TO cpaff9-sor-lst-dtclose
             MOVE tlmaff-devise       TO cpaff9-sor-lst-devise
           ELSE
             DISPLAY ' None'
             EXEC SQL
           END-EVALUATE
           .

      *****************************************************************
      * JRN-SECOURS : ligne du journal des changements (TLMJRN) pour
      * le site de secours apres l'ecriture reussie de l'affaire
      * inseree dans la meme unite de travail (cf. TLMBPGM150). Un
      * echec fait remonter l'ecriture elle-meme en erreur : sans sa
      * ligne de journal, elle serait perdue en cas de bascule.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO tlmjrn-operation
           EVALUATE tlmcpil-fct
             WHEN 'ADD'
               SET TLMJRN-OPERATION-AJO          TO TRUE
             WHEN 'DELETE'
               SET TLMJRN-OPERATION-SUP          TO TRUE
             WHEN 'UPDATE'
             WHEN 'CLOSE'
               SET TLMJRN-OPERATION-MAJ          TO TRUE
           END-EVALUATE
           IF tlmjrn-operation NOT = SPACES THEN
             MOVE 'TLMAFF'                       TO tlmjrn-tabnom
             MOVE tlmaff-id                      TO tlmjrn-cle
             MOVE tlmcpil-origine                TO tlmjrn-origine
             EXEC SQL
               INSERT INTO TRAIN04.TLMJRN (
                   JRNID, DTCHG, TABNOM, CLE, OPERATION, ORIGINE)
                 VALUES (
                   HEX(GENERATE_UNIQUE()), CURRENT TIMESTAMP,
                   :tlmjrn-tabnom, :tlmjrn-cle, :tlmjrn-operation,
                   :tlmjrn-origine)
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'PHY-AFF-ERR JOURNAL SECOURS <' tlmjrn-cle
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
