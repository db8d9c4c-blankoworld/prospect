      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPLEC1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200108.

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
      *    Clause COPY generee par DCLGEN pour table TLMLEC (journal
      *    des consultations)
           EXEC SQL
             INCLUDE DCLLEC
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Rang de la ligne en cours de journalisation
       77 w-rang          PIC 9(2).
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==cplec1==.
       PROCEDURE DIVISION using tlmcpil cplec1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-LEC-init ' tlmcpil-fct
           MOVE SPACES TO cplec1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * ADD : une ligne TLMLEC par prospect/contact affiche, toutes
      * horodatees du meme instant. Pas de COMMIT explicite ici : sous
      * CICS il tomberait en -925, le point de synchronisation de fin
      * de tache valide les ecritures. Les lignes a identifiant vide
      * sont ignorees.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-LEC-ADD'                 WITH NO ADVANCING
           MOVE 0                                TO cplec1-sor-add-nbr
           IF cplec1-ent-add-operateur = SPACES
              OR cplec1-ent-add-nbr NOT NUMERIC
              OR cplec1-ent-add-nbr = 0
              OR cplec1-ent-add-nbr > 8 THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-LEC-ADD: operateur ou liste vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' cplec1-ent-add-operateur '/'
                     cplec1-ent-add-nbr '>'
             MOVE cplec1-ent-add-operateur       TO tlmlec-operateur
             MOVE cplec1-ent-add-terminal        TO tlmlec-terminal
             MOVE cplec1-ent-add-transid         TO tlmlec-transid
             MOVE cplec1-ent-add-commercial      TO tlmlec-commercial
             EXEC SQL
               SELECT CURRENT TIMESTAMP
                 INTO :tlmlec-dtlec
                 FROM SYSIBM.SYSDUMMY1
             END-EXEC
             MOVE '00'                           TO tlmcpil-rc
             MOVE 'PHY-LEC Req. succes.'         TO tlmcpil-msg
             PERFORM AJOUT-LIGNE
               VARYING w-rang FROM 1 BY 1
               UNTIL w-rang > cplec1-ent-add-nbr
                  OR tlmcpil-rc NOT = '00'
           END-IF
           .

       AJOUT-LIGNE.
           IF cplec1-ent-add-id (w-rang) NOT = SPACES THEN
             MOVE cplec1-ent-add-type (w-rang)   TO tlmlec-lectype
             MOVE cplec1-ent-add-id (w-rang)     TO tlmlec-id
             EXEC SQL
               INSERT INTO TRAIN04.TLMLEC (
                   OPERATEUR, TERMINAL, TRANSID, DTLEC,
                   LECTYPE, ID, COMMERCIAL)
                 VALUES (
                   :tlmlec-operateur, :tlmlec-terminal,
                   :tlmlec-transid, :tlmlec-dtlec,
                   :tlmlec-lectype, :tlmlec-id, :tlmlec-commercial)
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF tlmcpil-rc = '00' THEN
               ADD 1                             TO cplec1-sor-add-nbr
             END-IF
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-LEC, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-LEC Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-LEC Code 100, non trouve.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-LEC-ERR SQLSTATE <' sqlstate
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
             'PHY-LEC Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPLEC1.
