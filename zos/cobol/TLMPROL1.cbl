      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPROL1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191211.

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
      *    Clause COPY generee par DCLGEN pour table TLMROL (roles des
      *    contacts dans le centre d'achat d'une affaire)
           EXEC SQL
             INCLUDE DCLROL
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCON (nom et
      *    prenom du contact restitues par LISTBYAFF)
           EXEC SQL
             INCLUDE DCLCON
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMAFF (libelle
      *    de l'affaire restitue par LISTBYCON)
           EXEC SQL
             INCLUDE DCLAFF
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Curseur actif pour LISTNEXT : 'A' = contacts d'une affaire
      *    (LISTBYAFF), 'C' = affaires d'un contact (LISTBYCON)
       77 w-curseur       PIC X(01).
      *****************************************************************
      * Curseur : centre d'achat d'une affaire donnee (contacts actifs
      * et leur role), decideurs en tete, pour la fonction LISTBYAFF /
      * LISTNEXT
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ROL-AFF CURSOR FOR
               SELECT R.AFFID, R.CONID, R.ROLE, C.NOM, C.PRENOM
               FROM TRAIN04.TLMROL R, TRAIN04.TLMCON C
               WHERE R.AFFID = :tlmrol-affid
                 AND C.ID = R.CONID
                 AND C.STATUT = 'A'
               ORDER BY CASE R.ROLE WHEN 'D' THEN 1
                                    WHEN 'B' THEN 2
                                    WHEN 'A' THEN 3
                                    WHEN 'I' THEN 4
                                    ELSE 5 END,
                        C.NOM
           END-EXEC.
      *****************************************************************
      * Curseur : affaires EN COURS auxquelles un contact donne est
      * rattache, avec son role, pour la fonction LISTBYCON / LISTNEXT
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ROL-CON CURSOR FOR
               SELECT R.AFFID, R.CONID, R.ROLE, A.LIBELLE
               FROM TRAIN04.TLMROL R, TRAIN04.TLMAFF A
               WHERE R.CONID = :tlmrol-conid
                 AND A.ID = R.AFFID
                 AND A.STATUT = 'A'
               ORDER BY A.DTCLOSE, R.AFFID
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCROL1 REPLACING ==:PROG:== BY ==cprol1==.
       PROCEDURE DIVISION using tlmcpil cprol1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-ROL-init ' tlmcpil-fct
           MOVE SPACES TO cprol1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'DELETE'          PERFORM SUPPRESSION
             WHEN 'LISTBYAFF'       PERFORM LISTE-AFF-DEBUT
             WHEN 'LISTBYCON'       PERFORM LISTE-CON-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT d'un role : rattache le contact a l'affaire, ou change
      * son role s'il y est deja rattache (un seul role par contact et
      * par affaire). Date du moment, origine portee par tlmcpil.
      * L'existence de l'affaire et du contact n'est pas controlee ici
      * (c'est a l'appelant de la verifier via TLMPAFF9 / TLMPCON2,
      * comme pour TLMPNOT1).
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-ROL-AJO'                 WITH NO ADVANCING
           MOVE cprol1-ent-ajo-affid             TO tlmrol-affid
           MOVE cprol1-ent-ajo-conid             TO tlmrol-conid
           MOVE cprol1-ent-ajo-role              TO tlmrol-role
           MOVE tlmcpil-origine                  TO tlmrol-origine
           EVALUATE TRUE
             WHEN cprol1-ent-ajo-affid = SPACES OR
                  cprol1-ent-ajo-conid = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-ROL-AJO: affaire ou contact vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN NOT tlmrol-role-valide
               MOVE '04'                         TO tlmcpil-rc
               MOVE 'PHY-ROL-AJO: role invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN OTHER
               DISPLAY ' <' tlmrol-affid '/' tlmrol-conid '>'
               EXEC SQL
                 UPDATE TRAIN04.TLMROL
                   SET ROLE    = :tlmrol-role,
                       DTMAJ   = CURRENT TIMESTAMP,
                       ORIGINE = :tlmrol-origine
                   WHERE AFFID = :tlmrol-affid
                     AND CONID = :tlmrol-conid
               END-EXEC
      *        contact pas encore rattache : creation du role
               IF SQLCODE = 100 THEN
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMROL (
                       AFFID, CONID, ROLE, DTMAJ, ORIGINE)
                     VALUES (
                       :tlmrol-affid, :tlmrol-conid, :tlmrol-role,
                       CURRENT TIMESTAMP, :tlmrol-origine)
                 END-EXEC
               END-IF
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 THEN
                 MOVE '00'                       TO tlmcpil-rc
                 STRING
                   'OK, ROL <'       DELIMITED SIZE
                   tlmrol-affid      DELIMITED SIZE
                   '/'               DELIMITED SIZE
                   tlmrol-conid      DELIMITED SIZE
                   '>'               DELIMITED SIZE
                   INTO tlmcpil-msg
                 END-STRING
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * SUPPRESSION : detache le contact de l'affaire. rc='10' si le
      * contact n'y etait pas rattache.
      *****************************************************************
       SUPPRESSION.
           DISPLAY 'PHY-ROL-SUP'                 WITH NO ADVANCING
           MOVE cprol1-ent-ajo-affid             TO tlmrol-affid
           MOVE cprol1-ent-ajo-conid             TO tlmrol-conid
           IF cprol1-ent-ajo-affid NOT = SPACES AND
              cprol1-ent-ajo-conid NOT = SPACES THEN
             DISPLAY ' <' tlmrol-affid '/' tlmrol-conid '>'
             EXEC SQL
               DELETE FROM TRAIN04.TLMROL
                 WHERE AFFID = :tlmrol-affid
                   AND CONID = :tlmrol-conid
             END-EXEC
             PERFORM VERIF-SQLCODE
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-ROL-SUP: affaire ou contact vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTBYAFF : ouvre le curseur du centre d'achat de l'affaire
      * demandee et renvoie le premier contact. rc='10' si aucun
      * contact n'y est rattache (curseur alors deja referme).
      *****************************************************************
       LISTE-AFF-DEBUT.
           DISPLAY 'PHY-ROL-LST-AFF'  WITH NO ADVANCING
           MOVE 'A'                   TO w-curseur
           MOVE cprol1-ent-lst-affid  TO tlmrol-affid
           IF cprol1-ent-lst-affid NOT = SPACES THEN
             DISPLAY ' <' tlmrol-affid '>'
             EXEC SQL
               OPEN CURS-ROL-AFF
             END-EXEC
             PERFORM LISTE-FETCH
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-ROL-LST: code affaire vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTBYCON : ouvre le curseur des affaires en cours du contact
      * demande et renvoie la premiere. rc='10' si le contact n'est
      * rattache a aucune affaire en cours.
      *****************************************************************
       LISTE-CON-DEBUT.
           DISPLAY 'PHY-ROL-LST-CON'  WITH NO ADVANCING
           MOVE 'C'                   TO w-curseur
           MOVE cprol1-ent-lst-conid  TO tlmrol-conid
           IF cprol1-ent-lst-conid NOT = SPACES THEN
             DISPLAY ' <' tlmrol-conid '>'
             EXEC SQL
               OPEN CURS-ROL-CON
             END-EXEC
             PERFORM LISTE-FETCH
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-ROL-LST: code contact vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTNEXT : renvoie la ligne suivante du curseur ouvert par
      * LISTBYAFF ou LISTBYCON. rc='10' en fin de curseur (alors
      * referme par LISTE-FETCH).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-ROL-LST-SUIVANT' WITH NO ADVANCING
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           IF w-curseur = 'C' THEN
             EXEC SQL
               FETCH CURS-ROL-CON
                 INTO :tlmrol-affid, :tlmrol-conid, :tlmrol-role,
                      :tlmaff-libelle
             END-EXEC
           ELSE
             EXEC SQL
               FETCH CURS-ROL-AFF
                 INTO :tlmrol-affid, :tlmrol-conid, :tlmrol-role,
                      :tlmcon-nom, :tlmcon-prenom
             END-EXEC
           END-IF
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmrol-affid        TO cprol1-sor-lst-affid
             MOVE tlmrol-conid        TO cprol1-sor-lst-conid
             MOVE tlmrol-role         TO cprol1-sor-lst-role
             IF w-curseur = 'C' THEN
               MOVE tlmaff-libelle    TO cprol1-sor-lst-libelle
             ELSE
               MOVE tlmcon-nom        TO cprol1-sor-lst-nom
               MOVE tlmcon-prenom     TO cprol1-sor-lst-prenom
             END-IF
           ELSE
             DISPLAY ' None'
             IF w-curseur = 'C' THEN
               EXEC SQL
                 CLOSE CURS-ROL-CON
               END-EXEC
             ELSE
               EXEC SQL
                 CLOSE CURS-ROL-AFF
               END-EXEC
             END-IF
           END-IF
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-ROL-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-ROL, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-ROL Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-ROL Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-ROL-ERR SQLSTATE <' sqlstate
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
             'PHY-ROL Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPROL1.
