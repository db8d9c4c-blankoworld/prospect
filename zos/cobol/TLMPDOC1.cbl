      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPDOC1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200727.

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
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Identifiant du prospect demande
       77 w-id            PIC X(6).
      *    Piece obligatoire courante du curseur et son etat ('M'
      *    manquante, 'E' expiree)
       77 w-typdoc        PIC X(3).
       77 w-etat          PIC X(1).
      *    Rang de la piece dans le detail de sortie
       77 w-rang          PIC S9(4) COMP.
      *****************************************************************
      * Curseur : types obligatoires du referentiel TLMTDO sans
      * document du prospect dans l'index TLMDOC, ou dont tous les
      * documents ont depasse leur echeance (DTEXP a blanc = sans
      * echeance).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-OBL CURSOR FOR
               SELECT T.TYPDOC,
                      CASE WHEN EXISTS
                                (SELECT 1 FROM TRAIN04.TLMDOC D2
                                   WHERE D2.PROID  = :w-id
                                     AND D2.TYPDOC = T.TYPDOC)
                           THEN 'E' ELSE 'M' END
               FROM TRAIN04.TLMTDO T
               WHERE T.OBLIG = 'O'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMDOC D
                        WHERE D.PROID  = :w-id
                          AND D.TYPDOC = T.TYPDOC
                          AND (D.DTEXP = ' '
                            OR D.DTEXP >=
                               REPLACE(CHAR(CURRENT DATE, ISO),
                                       '-', '')))
               ORDER BY T.TYPDOC
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCDOC1 REPLACING ==:PROG:== BY ==cpdoc1==.
       PROCEDURE DIVISION using tlmcpil cpdoc1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-DOC-init ' tlmcpil-fct
           MOVE SPACES TO cpdoc1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'CONTROLE'        PERFORM CONTROLE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * CONTROLE : pieces obligatoires manquantes ou expirees du
      * prospect demande, comptees et detaillees (dix au plus). rc
      * '00' meme si le dossier est complet (compteurs a zero).
      *****************************************************************
       CONTROLE.
           DISPLAY 'PHY-DOC-CTL'      WITH NO ADVANCING
           IF cpdoc1-ent-ctl-id NOT = SPACES THEN
             DISPLAY ' <' cpdoc1-ent-ctl-id '>'
             MOVE cpdoc1-ent-ctl-id   TO w-id
             MOVE w-id                TO cpdoc1-sor-ctl-id
             MOVE 0                   TO cpdoc1-sor-ctl-nbmanq
                                         cpdoc1-sor-ctl-nbexp
                                         w-rang
             EXEC SQL
               OPEN CURS-OBL
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF SQLCODE = 0 THEN
               PERFORM CONTROLE-FETCH
               PERFORM CONTROLE-PIECE UNTIL SQLCODE NOT = 0
               IF SQLCODE = 100 THEN
                 MOVE '00'            TO tlmcpil-rc
                 MOVE 'PHY-DOC Req. succes.'
                                      TO tlmcpil-msg
               END-IF
               EXEC SQL
                 CLOSE CURS-OBL
               END-EXEC
             END-IF
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-DOC-CTL: identifiant vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

       CONTROLE-FETCH.
           EXEC SQL
             FETCH CURS-OBL
               INTO :w-typdoc, :w-etat
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             PERFORM VERIF-SQLCODE
           END-IF
           .

       CONTROLE-PIECE.
           IF w-etat = 'E' THEN
             ADD 1                    TO cpdoc1-sor-ctl-nbexp
           ELSE
             ADD 1                    TO cpdoc1-sor-ctl-nbmanq
           END-IF
           IF w-rang < 10 THEN
             ADD 1                    TO w-rang
             MOVE w-typdoc            TO cpdoc1-sor-ctl-typdoc (w-rang)
             MOVE w-etat              TO cpdoc1-sor-ctl-etat (w-rang)
           END-IF
           PERFORM CONTROLE-FETCH
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-DOC, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-DOC Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-DOC Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-DOC-ERR SQLSTATE <' sqlstate
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
             'PHY-DOC Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPDOC1.
