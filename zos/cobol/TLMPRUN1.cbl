      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
      * Acces en lecture a l'historique des executions de la chaine
      * nocturne (TLMRUN, charge par TLMBPGM31) pour l'ecran de
      * suivi de la chaine TLMD : runs de la nuit en cours et de la
      * nuit precedente (LISTNUIT / LISTNEXT), avec l'heure de debut
      * reconstituee depuis la fin et la duree. Une nuit va de midi
      * a midi.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPRUN1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200427.

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
      *    Clause COPY generee par DCLGEN pour table TLMRUN
           EXEC SQL
             INCLUDE DCLRUN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Nuit du run et heure de debut reconstituee (cf. curseur)
       77 w-nuit          PIC X(10).
       77 w-debut         PIC X(26).
      *****************************************************************
      * Curseur : runs de la nuit en cours et de la nuit precedente
      * (nuit = date du run recule de 12 heures), la plus recente
      * d'abord, dans l'ordre d'execution
      *****************************************************************
           EXEC SQL
             DECLARE CURS-RUN-NUIT CURSOR FOR
               SELECT PROGRAMME,
                      CHAR(DATE(DTEXEC - 12 HOURS), ISO),
                      DTEXEC - DUREE_S SECONDS,
                      DTEXEC, DUREE_S, CODERET,
                      NBLEC, NBOK, NBREJ, NBERR
               FROM TRAIN04.TLMRUN
               WHERE DTEXEC >=
                     TIMESTAMP(DATE(CURRENT TIMESTAMP - 12 HOURS)
                               - 1 DAY, '12.00.00')
               ORDER BY 2 DESC, DTEXEC, PROGRAMME
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCRUN1 REPLACING ==:PROG:== BY ==cprun1==.
       PROCEDURE DIVISION using tlmcpil cprun1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-RUN-init ' tlmcpil-fct
           MOVE SPACES TO cprun1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'LISTNUIT'        PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * LISTNUIT : ouvre le curseur des runs des deux dernieres nuits
      * et renvoie le premier. rc='10' si aucun (curseur alors deja
      * referme).
      *****************************************************************
       LISTE-DEBUT.
           DISPLAY 'PHY-RUN-LST'
           EXEC SQL
             OPEN CURS-RUN-NUIT
           END-EXEC
           PERFORM LISTE-FETCH
           .

      *****************************************************************
      * LISTNEXT : renvoie le run suivant du curseur ouvert par
      * LISTNUIT. rc='10' en fin de liste (curseur alors referme).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-RUN-LST-SUIVANT'
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-RUN-NUIT
               INTO :tlmrun-programme, :w-nuit, :w-debut,
                    :tlmrun-dtexec, :tlmrun-duree-s,
                    :tlmrun-coderet, :tlmrun-nblec, :tlmrun-nbok,
                    :tlmrun-nbrej, :tlmrun-nberr
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-RUN
           ELSE
             EXEC SQL
               CLOSE CURS-RUN-NUIT
             END-EXEC
           END-IF
           .

       RESTITUE-RUN.
           MOVE tlmrun-programme                 TO cprun1-sor-lst-pgm
           MOVE w-nuit                           TO cprun1-sor-lst-nuit
           MOVE w-debut                          TO cprun1-sor-lst-debut
           MOVE tlmrun-dtexec                    TO cprun1-sor-lst-fin
           MOVE tlmrun-duree-s                   TO cprun1-sor-lst-duree
           MOVE tlmrun-coderet
                                          TO cprun1-sor-lst-coderet
           MOVE tlmrun-nblec                     TO cprun1-sor-lst-nblec
           MOVE tlmrun-nbok                      TO cprun1-sor-lst-nbok
           MOVE tlmrun-nbrej                     TO cprun1-sor-lst-nbrej
           MOVE tlmrun-nberr                     TO cprun1-sor-lst-nberr
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-RUN, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-RUN Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-RUN Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
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
             'PHY-RUN Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPRUN1.
