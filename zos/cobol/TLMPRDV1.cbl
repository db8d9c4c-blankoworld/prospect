      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPRDV1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191218.

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
      *    Clause COPY generee par DCLGEN pour table TLMRDV
      *    (rendez-vous des commerciaux)
           EXEC SQL
             INCLUDE DCLRDV
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMPRO (prospect
      *    visite et son charge de compte, cf. VRF-PROSPECT-RDV)
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCON (contact
      *    rencontre, cf. VRF-PROSPECT-RDV)
           EXEC SQL
             INCLUDE DCLCON
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
      *    Date du rendez-vous recue, avec verdict de forme, et sa
      *    forme ISO pour le jour de la semaine (DB2)
       01 w-dtrdv-brut    PIC X(08).
       01 w-dtrdv-num REDEFINES w-dtrdv-brut.
           05 w-dtrdv-aaaa   PIC 9(04).
           05 w-dtrdv-mm     PIC 9(02).
           05 w-dtrdv-jj     PIC 9(02).
       01 w-dtrdv-iso.
           05 w-iso-aaaa     PIC X(04).
           05 FILLER         PIC X(01) VALUE '-'.
           05 w-iso-mm       PIC X(02).
           05 FILLER         PIC X(01) VALUE '-'.
           05 w-iso-jj       PIC X(02).
      *    Jour de la semaine du rendez-vous (1 lundi ... 7 dimanche)
       77 w-dow           PIC S9(4) COMP.
      *    Heures du creneau recues (HHMM), avec verdict de forme
       01 w-hdebut-brut   PIC X(04).
       01 w-hdebut-num REDEFINES w-hdebut-brut.
           05 w-hdebut-hh    PIC 9(02).
           05 w-hdebut-mn    PIC 9(02).
       01 w-hfin-brut     PIC X(04).
       01 w-hfin-num REDEFINES w-hfin-brut.
           05 w-hfin-hh      PIC 9(02).
           05 w-hfin-mn      PIC 9(02).
       77 w-creneau-ok    PIC 9.
           88 w-creneau-ok-oui                VALUE 1.
           88 w-creneau-ok-non                VALUE 0.
      *    Verdicts de controle du prospect, du contact et de la
      *    disponibilite du commercial
       77 w-prospect-ok   PIC 9.
           88 w-prospect-ok-oui               VALUE 1.
           88 w-prospect-ok-non               VALUE 0.
       77 w-dispo         PIC 9.
           88 w-dispo-oui                     VALUE 1.
           88 w-dispo-non                     VALUE 0.
      *    Rendez-vous planifie qui occupe deja le creneau
       77 w-id-conflit    PIC X(06).
      *    Attribution automatique du numero de rendez-vous
       77 w-id-max        PIC X(06).
       77 w-id-num        PIC 9(06).
      *****************************************************************
      * Curseur : rendez-vous planifies d'un commercial a une date,
      * par heure de debut, pour la fonction LISTBYCOM / LISTNEXT
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RDV-COM CURSOR FOR
               SELECT ID, COMMERCIAL, PROID, CONID, DTRDV, HDEBUT,
                      HFIN, LIEU, STATUT
               FROM TRAIN04.TLMRDV
               WHERE COMMERCIAL = :tlmrdv-commercial
                 AND DTRDV = :tlmrdv-dtrdv
                 AND STATUT = 'P'
               ORDER BY HDEBUT, ID
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCRDV1 REPLACING ==:PROG:== BY ==cprdv1==.
       PROCEDURE DIVISION using tlmcpil cprdv1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-RDV-init ' tlmcpil-fct
           MOVE SPACES TO cprdv1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'STATUS'          PERFORM CHG-STATUT
             WHEN 'LISTBYCOM'       PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT d'un rendez-vous planifie. Controles, dans l'ordre :
      *  - prospect et date presents (rc='01') ;
      *  - date AAAAMMJJ reelle, non passee, heures HHMM plausibles
      *    et fin apres debut (rc='05') ;
      *  - prospect actif, contact eventuel actif et rattache a ce
      *    prospect, commercial connu : donne par l'appelant, a
      *    defaut charge de compte du prospect (rc='04') ;
      *  - commercial disponible ce jour-la : ni week-end, ni jour
      *    ferie TLMJOF, ni absence TLMDEL le couvrant (rc='09') ;
      *  - creneau libre : aucun autre rendez-vous planifie du meme
      *    commercial ce jour-la ne le chevauche (rc='03').
      * Contrairement a TLMPDEV1, l'existence du prospect et du
      * contact est controlee ici : l'ecran TLM9 et la ligne de
      * pilotage P partagent ainsi exactement les memes regles.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-RDV-AJO'                 WITH NO ADVANCING
           MOVE cprdv1-ent-ajo-commercial        TO tlmrdv-commercial
           MOVE cprdv1-ent-ajo-proid             TO tlmrdv-proid
           MOVE cprdv1-ent-ajo-conid             TO tlmrdv-conid
           MOVE cprdv1-ent-ajo-lieu              TO tlmrdv-lieu
           MOVE tlmcpil-origine                  TO tlmrdv-origine
           MOVE cprdv1-ent-ajo-dtrdv             TO w-dtrdv-brut
           MOVE cprdv1-ent-ajo-hdebut            TO w-hdebut-brut
           MOVE cprdv1-ent-ajo-hfin              TO w-hfin-brut
           IF cprdv1-ent-ajo-proid = SPACES OR
              cprdv1-ent-ajo-dtrdv = SPACES OR
              cprdv1-ent-ajo-hdebut = SPACES OR
              cprdv1-ent-ajo-hfin = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-RDV-AJO: prospect/date/heure vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             PERFORM VRF-CRENEAU
             IF w-creneau-ok-non THEN
               MOVE '05'                         TO tlmcpil-rc
               MOVE 'PHY-RDV-AJO: date ou creneau invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             ELSE
               PERFORM VRF-PROSPECT-RDV
               IF w-prospect-ok-non THEN
                 MOVE '04'                       TO tlmcpil-rc
                 MOVE 'PHY-RDV-AJO: prospect ou contact refuse.'
                                                 TO tlmcpil-msg
                 DISPLAY ' None'
               ELSE
                 MOVE tlmrdv-commercial          TO
                                             cprdv1-sor-ajo-commercial
                 PERFORM VRF-DISPO-COM
                 IF w-dispo-non THEN
                   MOVE '09'                     TO tlmcpil-rc
                   MOVE 'PHY-RDV-AJO: commercial indisponible.'
                                                 TO tlmcpil-msg
                   DISPLAY ' None'
                 ELSE
                   PERFORM VRF-CHEVAUCHEMENT
                   IF w-id-conflit NOT = SPACES THEN
                     MOVE '03'                   TO tlmcpil-rc
                     MOVE 'C'                    TO cprdv1-sor-ajo-motif
                     MOVE w-id-conflit           TO
                                               cprdv1-sor-ajo-conflit
                     MOVE 'PHY-RDV-AJO: creneau deja pris.'
                                                 TO tlmcpil-msg
                     DISPLAY ' None'
                   ELSE
                     PERFORM ECRIT-RDV
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * ECRIT-RDV : attribution du numero et creation du rendez-vous
      * au statut planifie.
      *****************************************************************
       ECRIT-RDV.
           PERFORM ATTRIBUE-ID-RDV
           DISPLAY ' <' tlmrdv-id '>'
           MOVE 'P'                              TO tlmrdv-statut
           EXEC SQL
             INSERT INTO TRAIN04.TLMRDV (
                 ID, COMMERCIAL, PROID, CONID, DTRDV, HDEBUT, HFIN,
                 LIEU, STATUT, DTMAJ, ORIGINE)
               VALUES (
                 :tlmrdv-id, :tlmrdv-commercial, :tlmrdv-proid,
                 :tlmrdv-conid, :tlmrdv-dtrdv, :tlmrdv-hdebut,
                 :tlmrdv-hfin, :tlmrdv-lieu, :tlmrdv-statut,
                 CURRENT TIMESTAMP, :tlmrdv-origine)
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmrdv-id                      TO cprdv1-sor-ajo-id
             STRING
               'OK, RDV <'       DELIMITED SIZE
               tlmrdv-id         DELIMITED SIZE
               '>'               DELIMITED SIZE
               INTO tlmcpil-msg
             END-STRING
           END-IF
           .

      *****************************************************************
      * VRF-CRENEAU : la date doit etre une date AAAAMMJJ reelle (le
      * jour de la semaine est obtenu de DB2, qui refuse un 31 avril
      * ou un 29 fevrier hors annee bissextile), non anterieure a la
      * date du jour ; les heures HHMM entre 0000 et 2359, la fin
      * strictement apres le debut.
      *****************************************************************
       VRF-CRENEAU.
           SET w-creneau-ok-oui                  TO TRUE
           MOVE ZERO                             TO w-dow
           IF w-dtrdv-brut NOT NUMERIC OR
              w-hdebut-brut NOT NUMERIC OR
              w-hfin-brut NOT NUMERIC THEN
             SET w-creneau-ok-non                TO TRUE
           ELSE
             IF w-dtrdv-mm < 1 OR w-dtrdv-mm > 12 OR
                w-dtrdv-jj < 1 OR w-dtrdv-jj > 31 OR
                w-hdebut-hh > 23 OR w-hdebut-mn > 59 OR
                w-hfin-hh > 23 OR w-hfin-mn > 59 OR
                w-hfin-brut NOT > w-hdebut-brut THEN
               SET w-creneau-ok-non              TO TRUE
             ELSE
               MOVE w-dtrdv-brut (1 : 4)         TO w-iso-aaaa
               MOVE w-dtrdv-brut (5 : 2)         TO w-iso-mm
               MOVE w-dtrdv-brut (7 : 2)         TO w-iso-jj
               MOVE 0                            TO SQLCNT
               EXEC SQL
                 SELECT DAYOFWEEK_ISO(DATE(:w-dtrdv-iso)),
                        CASE WHEN DATE(:w-dtrdv-iso) < CURRENT DATE
                             THEN 1 ELSE 0 END
                   INTO :w-dow, :SQLCNT
                   FROM SYSIBM.SYSDUMMY1
               END-EXEC
               IF SQLCODE NOT = 0 OR SQLCNT > 0 THEN
                 DISPLAY 'PHY-RDV-ERR DATE <' w-dtrdv-brut '> SQL <'
                         SQLCODE '>'
                 SET w-creneau-ok-non            TO TRUE
               END-IF
             END-IF
           END-IF
           MOVE w-dtrdv-brut                     TO tlmrdv-dtrdv
           MOVE w-hdebut-brut                    TO tlmrdv-hdebut
           MOVE w-hfin-brut                      TO tlmrdv-hfin
           .

      *****************************************************************
      * VRF-PROSPECT-RDV : le prospect doit etre actif ; le contact,
      * s'il est designe, actif et rattache au prospect ; le
      * commercial donne, ou a defaut le charge de compte du
      * prospect, doit etre renseigne.
      *****************************************************************
       VRF-PROSPECT-RDV.
           SET w-prospect-ok-oui                 TO TRUE
           MOVE tlmrdv-proid                     TO tlmpro-id
           EXEC SQL
             SELECT STATUT, COMMERCIAL
               INTO :tlmpro-statut, :tlmpro-commercial
               FROM TRAIN04.TLMPRO
               WHERE ID = :tlmpro-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-prospect-ok-non               TO TRUE
             DISPLAY 'PHY-RDV-ERR PROSPECT <' tlmpro-id '>'
           ELSE
             IF tlmpro-statut NOT = 'A' THEN
               SET w-prospect-ok-non             TO TRUE
               DISPLAY 'PHY-RDV-ERR PROSPECT INACTIF <' tlmpro-id '>'
             END-IF
             IF tlmrdv-commercial = SPACES THEN
               MOVE tlmpro-commercial            TO tlmrdv-commercial
             END-IF
             IF tlmrdv-commercial = SPACES THEN
               SET w-prospect-ok-non             TO TRUE
               DISPLAY 'PHY-RDV-ERR PROSPECT SANS COMMERCIAL <'
                       tlmpro-id '>'
             END-IF
           END-IF
           IF w-prospect-ok-oui AND tlmrdv-conid NOT = SPACES THEN
             MOVE tlmrdv-conid                   TO tlmcon-id
             EXEC SQL
               SELECT PID, STATUT
                 INTO :tlmcon-pid, :tlmcon-statut
                 FROM TRAIN04.TLMCON
                 WHERE ID = :tlmcon-id
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               SET w-prospect-ok-non             TO TRUE
               DISPLAY 'PHY-RDV-ERR CONTACT <' tlmcon-id '>'
             ELSE
               IF tlmcon-statut NOT = 'A' OR
                  tlmcon-pid NOT = tlmrdv-proid THEN
                 SET w-prospect-ok-non           TO TRUE
                 DISPLAY 'PHY-RDV-ERR CONTACT <' tlmcon-id
                         '> HORS PROSPECT OU INACTIF'
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * VRF-DISPO-COM : le commercial n'est pas disponible un samedi
      * ou un dimanche, un jour ferie du calendrier TLMJOF, ni
      * pendant une absence TLMDEL qui le couvre (il y est le
      * titulaire CODE, quel que soit le delegataire).
      *****************************************************************
       VRF-DISPO-COM.
           SET w-dispo-oui                       TO TRUE
           IF w-dow > 5 THEN
             SET w-dispo-non                     TO TRUE
             MOVE 'W'                            TO cprdv1-sor-ajo-motif
           END-IF
           IF w-dispo-oui THEN
             MOVE 0                              TO SQLCNT
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMJOF
                 WHERE JOUR = :tlmrdv-dtrdv
             END-EXEC
             IF SQLCNT > 0 THEN
               SET w-dispo-non                   TO TRUE
               MOVE 'F'                          TO cprdv1-sor-ajo-motif
             END-IF
           END-IF
           IF w-dispo-oui THEN
             MOVE 0                              TO SQLCNT
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMDEL
                 WHERE CODE    = :tlmrdv-commercial
                   AND DTDEBUT <= :tlmrdv-dtrdv
                   AND DTFIN   >= :tlmrdv-dtrdv
             END-EXEC
             IF SQLCNT > 0 THEN
               SET w-dispo-non                   TO TRUE
               MOVE 'D'                          TO cprdv1-sor-ajo-motif
             END-IF
           END-IF
           .

      *****************************************************************
      * VRF-CHEVAUCHEMENT : un autre rendez-vous planifie du meme
      * commercial le meme jour chevauche le creneau s'il commence
      * avant la fin demandee et finit apres le debut demande (deux
      * rendez-vous bout a bout ne se chevauchent pas). Le premier
      * rendez-vous en place est restitue dans w-id-conflit.
      *****************************************************************
       VRF-CHEVAUCHEMENT.
           MOVE SPACES                           TO w-id-conflit
           EXEC SQL
             SELECT ID
               INTO :w-id-conflit
               FROM TRAIN04.TLMRDV
               WHERE COMMERCIAL = :tlmrdv-commercial
                 AND DTRDV      = :tlmrdv-dtrdv
                 AND STATUT     = 'P'
                 AND HDEBUT     < :tlmrdv-hfin
                 AND HFIN       > :tlmrdv-hdebut
               ORDER BY HDEBUT, ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE SPACES                         TO w-id-conflit
           END-IF
           .

      *****************************************************************
      * LECTURE d'un rendez-vous, quel que soit son statut.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-RDV-LEC'                 WITH NO ADVANCING
           MOVE cprdv1-ent-lec-id                TO tlmrdv-id
           IF cprdv1-ent-lec-id NOT = SPACES THEN
             DISPLAY ' <' tlmrdv-id '>'
             PERFORM RELIT-RDV
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-RDV-LEC: numero de rendez-vous vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

       RELIT-RDV.
           EXEC SQL
             SELECT ID, COMMERCIAL, PROID, CONID, DTRDV, HDEBUT,
                    HFIN, LIEU, STATUT
               INTO :tlmrdv-id, :tlmrdv-commercial, :tlmrdv-proid,
                    :tlmrdv-conid, :tlmrdv-dtrdv, :tlmrdv-hdebut,
                    :tlmrdv-hfin, :tlmrdv-lieu, :tlmrdv-statut
               FROM TRAIN04.TLMRDV
               WHERE ID = :tlmrdv-id
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-RDV
           END-IF
           .

       RESTITUE-RDV.
           MOVE tlmrdv-id                        TO cprdv1-sor-lec-id
           MOVE tlmrdv-commercial                TO
                                             cprdv1-sor-lec-commercial
           MOVE tlmrdv-proid                     TO cprdv1-sor-lec-proid
           MOVE tlmrdv-conid                     TO cprdv1-sor-lec-conid
           MOVE tlmrdv-dtrdv                     TO cprdv1-sor-lec-dtrdv
           MOVE tlmrdv-hdebut                    TO
                                                cprdv1-sor-lec-hdebut
           MOVE tlmrdv-hfin                      TO cprdv1-sor-lec-hfin
           MOVE tlmrdv-lieu                      TO cprdv1-sor-lec-lieu
           MOVE tlmrdv-statut                    TO
                                                cprdv1-sor-lec-statut
           .

      *****************************************************************
      * CHANGEMENT DE STATUT : seul un rendez-vous encore planifie
      * ('P') peut etre annule ('A') ou declare realise ('R'). rc='07'
      * si le rendez-vous existe mais n'est plus planifie, rc='10'
      * s'il est inconnu, rc='04' si le statut demande est invalide.
      * En cas de succes l'image relue est restituee.
      *****************************************************************
       CHG-STATUT.
           DISPLAY 'PHY-RDV-STA'                 WITH NO ADVANCING
           MOVE cprdv1-ent-sta-id                TO tlmrdv-id
           MOVE cprdv1-ent-sta-statut            TO tlmrdv-statut
           MOVE tlmcpil-origine                  TO tlmrdv-origine
           EVALUATE TRUE
             WHEN cprdv1-ent-sta-id = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-RDV-STA: numero de rendez-vous vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN NOT tlmrdv-statut-annule AND
                  NOT tlmrdv-statut-realise
               MOVE '04'                         TO tlmcpil-rc
               MOVE 'PHY-RDV-STA: statut demande invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN OTHER
               DISPLAY ' <' tlmrdv-id '/' tlmrdv-statut '>'
               EXEC SQL
                 UPDATE TRAIN04.TLMRDV
                   SET STATUT  = :tlmrdv-statut,
                       DTMAJ   = CURRENT TIMESTAMP,
                       ORIGINE = :tlmrdv-origine
                   WHERE ID     = :tlmrdv-id
                     AND STATUT = 'P'
               END-EXEC
               PERFORM VERIF-SQLCODE
               EVALUATE SQLCODE
                 WHEN 0
                   PERFORM RELIT-RDV
                 WHEN 100
      *            rendez-vous absent, ou present mais plus planifie
                   EXEC SQL
                     SELECT COUNT(*)
                       INTO :SQLCNT
                       FROM TRAIN04.TLMRDV
                       WHERE ID = :tlmrdv-id
                   END-EXEC
                   IF SQLCNT > 0 THEN
                     MOVE '07'                   TO tlmcpil-rc
                     MOVE 'PHY-RDV-STA: rendez-vous plus planifie.'
                                                 TO tlmcpil-msg
                   END-IF
               END-EVALUATE
           END-EVALUATE
           .

      *****************************************************************
      * LISTBYCOM : ouvre le curseur des rendez-vous planifies du
      * commercial a la date demandee et renvoie le premier. rc='10'
      * s'il n'en a aucun (curseur alors deja referme).
      *****************************************************************
       LISTE-DEBUT.
           DISPLAY 'PHY-RDV-LST'      WITH NO ADVANCING
           MOVE cprdv1-ent-lst-commercial TO tlmrdv-commercial
           MOVE cprdv1-ent-lst-dtrdv  TO tlmrdv-dtrdv
           IF cprdv1-ent-lst-commercial NOT = SPACES AND
              cprdv1-ent-lst-dtrdv NOT = SPACES THEN
             DISPLAY ' <' tlmrdv-commercial '/' tlmrdv-dtrdv '>'
             EXEC SQL
               OPEN CURS-RDV-COM
             END-EXEC
             PERFORM LISTE-FETCH
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-RDV-LST: commercial ou date vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTNEXT : renvoie le rendez-vous suivant du curseur ouvert
      * par LISTBYCOM. rc='10' en fin de curseur (alors referme par
      * LISTE-FETCH).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-RDV-LST-SUIVANT' WITH NO ADVANCING
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-RDV-COM
               INTO :tlmrdv-id, :tlmrdv-commercial, :tlmrdv-proid,
                    :tlmrdv-conid, :tlmrdv-dtrdv, :tlmrdv-hdebut,
                    :tlmrdv-hfin, :tlmrdv-lieu, :tlmrdv-statut
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             DISPLAY ' <' tlmrdv-id '>'
             PERFORM RESTITUE-RDV
           ELSE
             DISPLAY ' None'
             EXEC SQL
               CLOSE CURS-RDV-COM
             END-EXEC
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-RDV : numero du rendez-vous = plus grand numero
      * existant + 1 (meme principe que TLMPDEV1/ATTRIBUE-ID-DEV).
      *****************************************************************
       ATTRIBUE-ID-RDV.
           EXEC SQL
             SELECT COALESCE(MAX(ID), '000000')
               INTO :w-id-max
               FROM TRAIN04.TLMRDV
               WHERE ID BETWEEN '000000' AND '999999'
           END-EXEC
           IF w-id-max NOT NUMERIC THEN
             MOVE ZERO                           TO w-id-num
           ELSE
             MOVE w-id-max                       TO w-id-num
           END-IF
           ADD 1                                 TO w-id-num
           MOVE w-id-num                         TO tlmrdv-id
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-RDV-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-RDV, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-RDV Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-RDV Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-RDV-ERR SQLSTATE <' sqlstate
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
             'PHY-RDV Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPRDV1.
