      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPPAR1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200302.

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
      *    Clause COPY generee par DCLGEN pour table TLMPAR (parc
      *    installe de la concurrence chez les prospects)
           EXEC SQL
             INCLUDE DCLPAR
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMLIG
      *    (referentiel des lignes de produit, controle de la ligne)
           EXEC SQL
             INCLUDE DCLLIG
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
      *    Date de fin de contrat saisie, vue numerique pour controle
       01 w-dtfin-brut    PIC X(08).
       01 w-dtfin-num REDEFINES w-dtfin-brut.
           05 w-dtfin-aaaa   PIC 9(04).
           05 w-dtfin-mm     PIC 9(02).
           05 w-dtfin-jj     PIC 9(02).
      *****************************************************************
      * Curseur : parc concurrent d'un prospect donne, echeance la
      * plus proche en tete (date inconnue en dernier), pour la
      * fonction LISTBYPRO / LISTNEXT
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PAR-PRO CURSOR FOR
               SELECT PROID, LIGNE, CONCURRENT, DTFIN, DTMAJ, ORIGINE
               FROM TRAIN04.TLMPAR
               WHERE PROID = :tlmpar-proid
               ORDER BY CASE WHEN DTFIN = ' ' THEN 1 ELSE 0 END,
                        DTFIN, LIGNE
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCPAR1 REPLACING ==:PROG:== BY ==cppar1==.
       PROCEDURE DIVISION using tlmcpil cppar1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-PAR-init ' tlmcpil-fct
           MOVE SPACES TO cppar1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'DELETE'          PERFORM SUPPRESSION
             WHEN 'LISTBYPRO'       PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT : declare le concurrent en place chez le prospect sur une
      * ligne de produit, ou le remplace s'il y en avait deja un (une
      * seule ligne par prospect et par ligne de produit). La ligne de
      * produit doit etre connue du referentiel TLMLIG (rc='06',
      * comme TLMPAFF9), le concurrent renseigne (rc='02') et la date
      * de fin, si elle est servie, une date AAAAMMJJ plausible
      * (rc='05'). L'existence du prospect n'est pas controlee ici
      * (c'est a l'appelant de la verifier via TLMPPRO1, comme pour
      * TLMPNOT1).
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-PAR-AJO'                 WITH NO ADVANCING
           MOVE cppar1-ent-ajo-proid             TO tlmpar-proid
           MOVE cppar1-ent-ajo-ligne             TO tlmpar-ligne
           MOVE cppar1-ent-ajo-concurrent        TO tlmpar-concurrent
           MOVE cppar1-ent-ajo-dtfin             TO tlmpar-dtfin
           MOVE tlmcpil-origine                  TO tlmpar-origine
           MOVE cppar1-ent-ajo-dtfin             TO w-dtfin-brut
           MOVE 0                                TO SQLCNT
           IF cppar1-ent-ajo-ligne NOT = SPACES THEN
             MOVE cppar1-ent-ajo-ligne           TO tlmlig-code
             EXEC SQL
               SELECT COUNT(*)
                 INTO :SQLCNT
                 FROM TRAIN04.TLMLIG
                 WHERE CODE = :tlmlig-code
             END-EXEC
           END-IF
           EVALUATE TRUE
             WHEN cppar1-ent-ajo-proid = SPACES OR
                  cppar1-ent-ajo-ligne = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-PAR-AJO: prospect ou ligne vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN cppar1-ent-ajo-concurrent = SPACES
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-PAR-AJO: concurrent vide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
             WHEN SQLCNT = 0
               MOVE '06'                         TO tlmcpil-rc
               MOVE 'PHY-PAR-AJO: ligne de produit inconnue.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
               DISPLAY 'PHY-PAR-ERR LIGNE <' tlmpar-ligne '>'
             WHEN w-dtfin-brut NOT = SPACES AND
                  (w-dtfin-brut NOT NUMERIC OR
                   w-dtfin-mm < 1 OR w-dtfin-mm > 12 OR
                   w-dtfin-jj < 1 OR w-dtfin-jj > 31)
               MOVE '05'                         TO tlmcpil-rc
               MOVE 'PHY-PAR-AJO: date de fin invalide.'
                                                 TO tlmcpil-msg
               DISPLAY ' None'
               DISPLAY 'PHY-PAR-ERR DTFIN <' w-dtfin-brut '>'
             WHEN OTHER
               DISPLAY ' <' tlmpar-proid '/' tlmpar-ligne '>'
               EXEC SQL
                 UPDATE TRAIN04.TLMPAR
                   SET CONCURRENT = :tlmpar-concurrent,
                       DTFIN      = :tlmpar-dtfin,
                       DTMAJ      = CURRENT TIMESTAMP,
                       ORIGINE    = :tlmpar-origine
                   WHERE PROID = :tlmpar-proid
                     AND LIGNE = :tlmpar-ligne
               END-EXEC
      *        ligne de produit pas encore declaree : creation
               IF SQLCODE = 100 THEN
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMPAR (
                       PROID, LIGNE, CONCURRENT, DTFIN, DTMAJ,
                       ORIGINE)
                     VALUES (
                       :tlmpar-proid, :tlmpar-ligne,
                       :tlmpar-concurrent, :tlmpar-dtfin,
                       CURRENT TIMESTAMP, :tlmpar-origine)
                 END-EXEC
               END-IF
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 THEN
                 MOVE '00'                       TO tlmcpil-rc
                 STRING
                   'OK, PAR <'       DELIMITED SIZE
                   tlmpar-proid      DELIMITED SIZE
                   '/'               DELIMITED SIZE
                   tlmpar-ligne      DELIMITED SIZE
                   '>'               DELIMITED SIZE
                   INTO tlmcpil-msg
                 END-STRING
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * SUPPRESSION : le prospect n'a plus de concurrent en place sur
      * cette ligne de produit (contrat repris ou abandonne). rc='10'
      * si rien n'y etait declare.
      *****************************************************************
       SUPPRESSION.
           DISPLAY 'PHY-PAR-SUP'                 WITH NO ADVANCING
           MOVE cppar1-ent-ajo-proid             TO tlmpar-proid
           MOVE cppar1-ent-ajo-ligne             TO tlmpar-ligne
           IF cppar1-ent-ajo-proid NOT = SPACES AND
              cppar1-ent-ajo-ligne NOT = SPACES THEN
             DISPLAY ' <' tlmpar-proid '/' tlmpar-ligne '>'
             EXEC SQL
               DELETE FROM TRAIN04.TLMPAR
                 WHERE PROID = :tlmpar-proid
                   AND LIGNE = :tlmpar-ligne
             END-EXEC
             PERFORM VERIF-SQLCODE
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-PAR-SUP: prospect ou ligne vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTBYPRO : ouvre le curseur du parc concurrent du prospect
      * demande et renvoie la premiere ligne. rc='10' si rien n'est
      * declare (curseur alors deja referme).
      *****************************************************************
       LISTE-DEBUT.
           DISPLAY 'PHY-PAR-LST'      WITH NO ADVANCING
           MOVE cppar1-ent-lst-proid  TO tlmpar-proid
           IF cppar1-ent-lst-proid NOT = SPACES THEN
             DISPLAY ' <' tlmpar-proid '>'
             EXEC SQL
               OPEN CURS-PAR-PRO
             END-EXEC
             PERFORM LISTE-FETCH
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-PAR-LST: code prospect vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTNEXT : renvoie la ligne suivante du curseur ouvert par
      * LISTBYPRO. rc='10' en fin de curseur (alors referme par
      * LISTE-FETCH).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-PAR-LST-SUIVANT' WITH NO ADVANCING
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-PAR-PRO
               INTO :tlmpar-proid, :tlmpar-ligne, :tlmpar-concurrent,
                    :tlmpar-dtfin, :tlmpar-dtmaj, :tlmpar-origine
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmpar-proid        TO cppar1-sor-lst-proid
             MOVE tlmpar-ligne        TO cppar1-sor-lst-ligne
             MOVE tlmpar-concurrent   TO cppar1-sor-lst-concurrent
             MOVE tlmpar-dtfin        TO cppar1-sor-lst-dtfin
             MOVE tlmpar-dtmaj        TO cppar1-sor-lst-dtmaj
             MOVE tlmpar-origine      TO cppar1-sor-lst-origine
           ELSE
             DISPLAY ' None'
             EXEC SQL
               CLOSE CURS-PAR-PRO
             END-EXEC
           END-IF
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-PAR-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-PAR, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-PAR Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-PAR Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-PAR-ERR SQLSTATE <' sqlstate
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
             'PHY-PAR Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPPAR1.
