      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPDEV1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191212.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMDEV (entete
      *    des devis)
           EXEC SQL
             INCLUDE DCLDEV
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMDEVL (lignes
      *    des devis)
           EXEC SQL
             INCLUDE DCLDEVL
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMLIG (referentiel
      *    des lignes de produit, cf. VRF-LIGNE-DEV)
           EXEC SQL
             INCLUDE DCLLIG
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
      *    Indice de parcours des lignes du devis recu
       77 w-idx           PIC S9(4) COMP.
      *    Nombre de lignes renseignees dans le devis recu
       77 w-nb-lig        PIC S9(4) COMP.
      *    Verdicts de controle des lignes (CTRL-LIGNE-DEV) : forme
      *    des valeurs numeriques, ligne de produit connue, montant
      *    calculable
       77 w-val-dev       PIC 9.
           88 w-val-dev-ok-oui                VALUE 1.
           88 w-val-dev-ok-non                VALUE 0.
       77 w-ligne-dev     PIC 9.
           88 w-ligne-dev-ok-oui              VALUE 1.
           88 w-ligne-dev-ok-non              VALUE 0.
      *    Valeurs recues pour une ligne : formes brutes et numeriques
       01 w-qte-brut      PIC X(07).
       01 w-qte-num REDEFINES w-qte-brut
                          PIC 9(07).
       01 w-prixu-brut    PIC X(11).
       01 w-prixu-num REDEFINES w-prixu-brut
                          PIC 9(9)V99.
       01 w-remise-brut   PIC X(04).
       01 w-remise-num REDEFINES w-remise-brut
                          PIC 99V99.
      *    Calcul du montant d'une ligne et du total du devis
       77 w-lig-mnt       PIC S9(9)V99 COMP-3.
       77 w-tot-mnt       PIC S9(9)V99 COMP-3.
      *    Date du jour et date de validite recue, avec verdict de forme
       77 w-date-jour     PIC X(08).
       01 w-dtvalid-brut  PIC X(08).
       01 w-dtvalid-num REDEFINES w-dtvalid-brut.
           05 w-dtvalid-aaaa PIC 9(04).
           05 w-dtvalid-mm   PIC 9(02).
           05 w-dtvalid-jj   PIC 9(02).
       77 w-dtvalid-ok    PIC 9.
           88 w-dtvalid-ok-oui                VALUE 1.
           88 w-dtvalid-ok-non                VALUE 0.
      *    Attribution automatique du numero de devis (ATTRIBUE-ID-DEV)
       77 w-id-max        PIC X(06).
       77 w-id-num        PIC 9(06).
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCDEV1 REPLACING ==:PROG:== BY ==cpdev1==.
       PROCEDURE DIVISION using tlmcpil cpdev1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-DEV-init ' tlmcpil-fct
           MOVE SPACES TO cpdev1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'STATUS'          PERFORM CHG-STATUT
             WHEN 'EXPIRE'          PERFORM EXPIRATION
             WHEN 'PRINTED'         PERFORM MARQUE-IMPRIME
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT d'un devis : controle de l'entete et des lignes, calcul
      * du montant de chaque ligne (remise deduite) et du total, puis
      * attribution du numero et creation de l'entete (statut envoye,
      * a imprimer, emis ce jour) et des lignes. L'existence de
      * l'affaire et du contact n'est pas controlee ici (c'est a
      * l'appelant de la verifier via TLMPAFF9 / TLMPCON2, comme pour
      * TLMPROL1).
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-DEV-AJO'                 WITH NO ADVANCING
           MOVE cpdev1-ent-ajo-affid             TO tlmdev-affid
           MOVE cpdev1-ent-ajo-conid             TO tlmdev-conid
           MOVE tlmcpil-origine                  TO tlmdev-origine
           ACCEPT w-date-jour                    FROM DATE YYYYMMDD
           MOVE w-date-jour                      TO tlmdev-dtdevis
           MOVE cpdev1-ent-ajo-dtvalid           TO w-dtvalid-brut
           PERFORM VRF-DTVALID
           MOVE 0                                TO w-nb-lig
                                                    w-tot-mnt
           SET w-val-dev-ok-oui                  TO TRUE
           SET w-ligne-dev-ok-oui                TO TRUE
           PERFORM CTRL-LIGNE-DEV
                   VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 10
           EVALUATE TRUE
             WHEN cpdev1-ent-ajo-affid = SPACES OR
                  cpdev1-ent-ajo-conid = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-AJO: affaire ou contact vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN w-nb-lig = 0
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-AJO: aucune ligne de devis.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN w-dtvalid-ok-non
               MOVE '05'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-AJO: date de validite invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN w-val-dev-ok-non
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-AJO: qte, prix ou remise errone.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN w-ligne-dev-ok-non
               MOVE '06'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-AJO: ligne de produit inconnue.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN OTHER
               PERFORM ATTRIBUE-ID-DEV
               DISPLAY ' <' tlmdev-id '>'
               MOVE 'E'                          TO tlmdev-statut
               MOVE 'N'                          TO tlmdev-imprime
               MOVE w-tot-mnt                    TO tlmdev-montant
               EXEC SQL
                 INSERT INTO TRAIN04.TLMDEV (
                     ID, AFFID, CONID, DTDEVIS, DTVALID, STATUT,
                     MONTANT, IMPRIME, DTMAJ, ORIGINE)
                   VALUES (
                     :tlmdev-id, :tlmdev-affid, :tlmdev-conid,
                     :tlmdev-dtdevis, :tlmdev-dtvalid,
                     :tlmdev-statut, :tlmdev-montant,
                     :tlmdev-imprime, CURRENT TIMESTAMP,
                     :tlmdev-origine)
               END-EXEC
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 THEN
                 MOVE 0                          TO tlmdevl-numlig
                 PERFORM ECRIT-LIGNE-DEV
                         VARYING w-idx FROM 1 BY 1
                         UNTIL w-idx > 10 OR SQLCODE NOT = 0
               END-IF
               IF SQLCODE = 0 THEN
                 MOVE tlmdev-id                  TO cpdev1-sor-ajo-id
                 MOVE w-tot-mnt                  TO
                                               cpdev1-sor-ajo-montant
                 STRING
                   'OK, DEV <'       DELIMITED SIZE
                   tlmdev-id         DELIMITED SIZE
                   '>'               DELIMITED SIZE
                   INTO tlmcpil-msg
                 END-STRING
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * CTRL-LIGNE-DEV : controle d'une ligne recue (indice w-idx).
      * Une ligne entierement a espace est ignoree. Sinon la quantite
      * doit etre numerique et non nulle, le prix unitaire numerique,
      * la remise a espace ou numerique et au plus 100 %, la ligne de
      * produit connue et active au referentiel TLMLIG ; le montant
      * de la ligne est alors calcule et cumule au total du devis.
      *****************************************************************
       CTRL-LIGNE-DEV.
           IF cpdev1-ent-ajo-lig (w-idx) NOT = SPACES THEN
             ADD 1                               TO w-nb-lig
             MOVE cpdev1-ent-ajo-qte (w-idx)     TO w-qte-brut
             MOVE cpdev1-ent-ajo-prixu (w-idx)   TO w-prixu-brut
             MOVE cpdev1-ent-ajo-remise (w-idx)  TO w-remise-brut
             IF w-remise-brut = SPACES THEN
               MOVE ZERO                         TO w-remise-num
             END-IF
             EVALUATE TRUE
               WHEN w-qte-brut NOT NUMERIC OR
                    w-prixu-brut NOT NUMERIC OR
                    w-remise-brut NOT NUMERIC
                 SET w-val-dev-ok-non            TO TRUE
                 DISPLAY 'PHY-DEV-ERR LIGNE ' w-idx ' <'
                         w-qte-brut '/' w-prixu-brut '/'
                         w-remise-brut '>'
               WHEN w-qte-num = ZERO OR w-remise-num > 100
                 SET w-val-dev-ok-non            TO TRUE
                 DISPLAY 'PHY-DEV-ERR LIGNE ' w-idx ' <'
                         w-qte-brut '/' w-remise-brut '>'
               WHEN OTHER
                 COMPUTE w-lig-mnt ROUNDED =
                         w-qte-num * w-prixu-num
                         * (100 - w-remise-num) / 100
                   ON SIZE ERROR
                     SET w-val-dev-ok-non        TO TRUE
                     DISPLAY 'PHY-DEV-ERR MONTANT LIGNE ' w-idx
                 END-COMPUTE
                 ADD w-lig-mnt                   TO w-tot-mnt
                   ON SIZE ERROR
                     SET w-val-dev-ok-non        TO TRUE
                     DISPLAY 'PHY-DEV-ERR TOTAL DEVIS'
                 END-ADD
             END-EVALUATE
             PERFORM VRF-LIGNE-DEV
           END-IF
           .

      *****************************************************************
      * VRF-LIGNE-DEV : la ligne de produit de la ligne de devis
      * courante doit figurer au referentiel TLMLIG et y etre active
      * (meme controle que TLMPAFF9/VRF-LIGNE-AFF, mais une ligne de
      * devis sans ligne de produit est refusee).
      *****************************************************************
       VRF-LIGNE-DEV.
           MOVE cpdev1-ent-ajo-ligne (w-idx)     TO tlmlig-code
           MOVE 0                                TO SQLCNT
           IF tlmlig-code NOT = SPACES THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMLIG
                 WHERE CODE  = :tlmlig-code
                   AND ACTIF = 'O'
             END-EXEC
           END-IF
           IF SQLCNT = 0 THEN
             SET w-ligne-dev-ok-non              TO TRUE
             DISPLAY 'PHY-DEV-ERR LIGNE <' tlmlig-code '>'
           END-IF
           .

      *****************************************************************
      * VRF-DTVALID : la date de validite doit etre une date AAAAMMJJ
      * plausible, non anterieure a la date d'emission.
      *****************************************************************
       VRF-DTVALID.
           SET w-dtvalid-ok-oui                  TO TRUE
           IF w-dtvalid-brut NOT NUMERIC THEN
             SET w-dtvalid-ok-non                TO TRUE
           ELSE
             IF w-dtvalid-mm < 1 OR w-dtvalid-mm > 12 OR
                w-dtvalid-jj < 1 OR w-dtvalid-jj > 31 OR
                w-dtvalid-brut < tlmdev-dtdevis THEN
               SET w-dtvalid-ok-non              TO TRUE
             END-IF
           END-IF
           MOVE w-dtvalid-brut                   TO tlmdev-dtvalid
           .

      *****************************************************************
      * ECRIT-LIGNE-DEV : creation d'une ligne renseignee du devis
      * (les lignes a espace sont sautees, la numerotation reste
      * continue). Les valeurs ont deja ete controlees.
      *****************************************************************
       ECRIT-LIGNE-DEV.
           IF cpdev1-ent-ajo-lig (w-idx) NOT = SPACES THEN
             MOVE cpdev1-ent-ajo-qte (w-idx)     TO w-qte-brut
             MOVE cpdev1-ent-ajo-prixu (w-idx)   TO w-prixu-brut
             MOVE cpdev1-ent-ajo-remise (w-idx)  TO w-remise-brut
             IF w-remise-brut = SPACES THEN
               MOVE ZERO                         TO w-remise-num
             END-IF
             ADD 1                               TO tlmdevl-numlig
             MOVE tlmdev-id                      TO tlmdevl-devid
             MOVE cpdev1-ent-ajo-ligne (w-idx)   TO tlmdevl-ligne
             MOVE w-qte-num                      TO tlmdevl-qte
             MOVE w-prixu-num                    TO tlmdevl-prixu
             MOVE w-remise-num                   TO tlmdevl-remise
             COMPUTE tlmdevl-montant ROUNDED =
                     w-qte-num * w-prixu-num
                     * (100 - w-remise-num) / 100
             EXEC SQL
               INSERT INTO TRAIN04.TLMDEVL (
                   DEVID, NUMLIG, LIGNE, QTE, PRIXU, REMISE, MONTANT)
                 VALUES (
                   :tlmdevl-devid, :tlmdevl-numlig, :tlmdevl-ligne,
                   :tlmdevl-qte, :tlmdevl-prixu, :tlmdevl-remise,
                   :tlmdevl-montant)
             END-EXEC
             PERFORM VERIF-SQLCODE
           END-IF
           .

      *****************************************************************
      * LECTURE de l'entete d'un devis, quel que soit son statut.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-DEV-LEC'                 WITH NO ADVANCING
           MOVE cpdev1-ent-lec-id                TO tlmdev-id
           IF cpdev1-ent-lec-id NOT = SPACES THEN
             DISPLAY ' <' tlmdev-id '>'
             PERFORM RELIT-DEV
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-DEV-LEC: numero de devis vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

       RELIT-DEV.
           EXEC SQL
             SELECT ID, AFFID, CONID, DTDEVIS, DTVALID, STATUT,
                    MONTANT, IMPRIME
               INTO :tlmdev-id, :tlmdev-affid, :tlmdev-conid,
                    :tlmdev-dtdevis, :tlmdev-dtvalid,
                    :tlmdev-statut, :tlmdev-montant,
                    :tlmdev-imprime
               FROM TRAIN04.TLMDEV
               WHERE ID = :tlmdev-id
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmdev-id                      TO cpdev1-sor-lec-id
             MOVE tlmdev-affid                   TO cpdev1-sor-lec-affid
             MOVE tlmdev-conid                   TO cpdev1-sor-lec-conid
             MOVE tlmdev-dtdevis                 TO
                                               cpdev1-sor-lec-dtdevis
             MOVE tlmdev-dtvalid                 TO
                                               cpdev1-sor-lec-dtvalid
             MOVE tlmdev-statut                  TO
                                               cpdev1-sor-lec-statut
             MOVE tlmdev-montant                 TO
                                               cpdev1-sor-lec-montant
             MOVE tlmdev-imprime                 TO
                                               cpdev1-sor-lec-imprime
           END-IF
           .

      *****************************************************************
      * CHANGEMENT DE STATUT : seul un devis encore envoye ('E') peut
      * etre accepte ('A') ou refuse ('R'). rc='07' si le devis existe
      * mais n'est plus envoye (deja accepte, refuse ou expire),
      * rc='10' s'il est inconnu, rc='04' si le statut demande est
      * invalide. En cas de succes l'image relue est restituee.
      *****************************************************************
       CHG-STATUT.
           DISPLAY 'PHY-DEV-STA'                 WITH NO ADVANCING
           MOVE cpdev1-ent-sta-id                TO tlmdev-id
           MOVE cpdev1-ent-sta-statut            TO tlmdev-statut
           MOVE tlmcpil-origine                  TO tlmdev-origine
           EVALUATE TRUE
             WHEN cpdev1-ent-sta-id = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-STA: numero de devis vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN NOT tlmdev-statut-accepte AND
                  NOT tlmdev-statut-refuse
               MOVE '04'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-STA: statut demande invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN OTHER
               DISPLAY ' <' tlmdev-id '/' tlmdev-statut '>'
               EXEC SQL
                 UPDATE TRAIN04.TLMDEV
                   SET STATUT  = :tlmdev-statut,
                       DTMAJ   = CURRENT TIMESTAMP,
                       ORIGINE = :tlmdev-origine
                   WHERE ID     = :tlmdev-id
                     AND STATUT = 'E'
               END-EXEC
               PERFORM VERIF-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM RELIT-DEV
                 WHEN 100
      *            devis absent, ou present mais plus envoye
                   EXEC SQL
                     SELECT COUNT(*)
                       INTO :SQLCNT
                       FROM TRAIN04.TLMDEV
                       WHERE ID = :tlmdev-id
                   END-EXEC
                   IF SQLCNT > 0 THEN
                     MOVE '07'                   TO tlmcpil-rc
                     MOVE 'PHY-DEV-STA: devis plus en attente.'
                                                 TO tlmcpil-msg
                   END-IF
               END-EVALUATE
           END-EVALUATE
           .

      *****************************************************************
      * EXPIRATION : tout devis encore envoye dont la date de validite
      * est depassee a la date de reference passe au statut expire.
      * Le nombre de devis expires est restitue ; aucun devis a
      * expirer n'est pas une erreur (rc='00').
      *****************************************************************
       EXPIRATION.
           DISPLAY 'PHY-DEV-EXP'                 WITH NO ADVANCING
           MOVE cpdev1-ent-exp-date              TO tlmdev-dtvalid
           MOVE tlmcpil-origine                  TO tlmdev-origine
           MOVE 0                                TO cpdev1-sor-exp-nbr
           IF cpdev1-ent-exp-date NOT NUMERIC THEN
             MOVE '05' TO tlmcpil-rc
             MOVE 'PHY-DEV-EXP: date de reference invalide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmdev-dtvalid '>'
             EXEC SQL
               UPDATE TRAIN04.TLMDEV
                 SET STATUT  = 'X',
                     DTMAJ   = CURRENT TIMESTAMP,
                     ORIGINE = :tlmdev-origine
                 WHERE STATUT  = 'E'
                   AND DTVALID < :tlmdev-dtvalid
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF SQLCODE = 0 THEN
               MOVE SQLERRD (3)                  TO cpdev1-sor-exp-nbr
             END-IF
             IF SQLCODE = 100 THEN
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-DEV-EXP: aucun devis a expirer.'
                                                 TO tlmcpil-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * PRINTED : le devis a ete edite par TLMBPGM94, il ne sera plus
      * repris aux editions suivantes.
      *****************************************************************
       MARQUE-IMPRIME.
           DISPLAY 'PHY-DEV-IMP'                 WITH NO ADVANCING
           MOVE cpdev1-ent-lec-id                TO tlmdev-id
           IF cpdev1-ent-lec-id NOT = SPACES THEN
             DISPLAY ' <' tlmdev-id '>'
             EXEC SQL
               UPDATE TRAIN04.TLMDEV
                 SET IMPRIME = 'O'
                 WHERE ID = :tlmdev-id
             END-EXEC
             PERFORM VERIF-SQLCODE
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-DEV-IMP: numero de devis vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-DEV : numero du devis = plus grand numero existant
      * + 1 (meme principe que TLMPAFF9/ATTRIBUE-ID-AFF).
      *****************************************************************
       ATTRIBUE-ID-DEV.
           EXEC SQL
             SELECT COALESCE(MAX(ID), '000000')
               INTO :w-id-max
               FROM TRAIN04.TLMDEV
               WHERE ID BETWEEN '000000' AND '999999'
           END-EXEC
           IF w-id-max NOT NUMERIC THEN
             MOVE ZERO                           TO w-id-num
           ELSE
             MOVE w-id-max                       TO w-id-num
           END-IF
           ADD 1                                 TO w-id-num
           MOVE w-id-num                         TO tlmdev-id
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-DEV-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-DEV, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-DEV Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-DEV Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-DEV-ERR SQLSTATE <' sqlstate
                       '> SQLERRM <' sqlerrm '>'
               STRING
                 'ERR<'            DELIMITED SIZE
                 sqlstate          DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlcode-txt       DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlerr-msg        DELIMITED SIZE
                 INTO tlmcpil-msg
               END-STRING
           END-EVALUATE
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
       ERREUR.
           MOVE '90'                             TO tlmcpil-rc
           STRING
             'PHY-DEV Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPDEV1.
