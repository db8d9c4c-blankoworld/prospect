           EXEC SQL
             INCLUDE DCLACT
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMRVP
      *    (participants d'une revue de grand compte)
           EXEC SQL
             INCLUDE DCLRVP
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMJRN (journal
      *    des changements pour le site de secours)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
      *    Revue de grand compte : indice, nombre de participants
      *    renseignes et nombre de participants malformes
       77 w-idx-par       PIC S9(4) COMP.
       77 w-nb-par        PIC S9(4) COMP.
       77 w-nb-par-ko     PIC S9(4) COMP.
      *****************************************************************
      * Curseur : activites d'un contact donne, de la plus recente a
      * la plus ancienne, pour la fonction LISTBYCON / LISTNEXT
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
      *    Toute ecriture reussie est journalisee pour le site de
      *    secours dans la meme unite de travail
           IF tlmcpil-rc = '00' THEN
             PERFORM JRN-SECOURS
           END-IF
           .

      *****************************************************************
      * TIMESTAMP). L'existence du contact n'est pas controlee ici
      * (c'est a l'appelant de la verifier via TLMPCON2, comme le
      * fait TLMBPGM3 avant d'appeler cette couche).
      * Une revue de grand compte (type 'R') exige au moins un
      * participant bien forme ; ses participants sont inseres dans
      * TLMRVP sous la cle de l'activite, dont l'horodatage est donc
      * obtenu de DB2 avant l'insertion quand la date est a espace.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-ACT-AJO'                 WITH NO ADVANCING
               MOVE 'PHY-ACT-AJO: resultat invalide.'
                                                 TO tlmcpil-msg
             ELSE
             MOVE 0                              TO w-nb-par
                                                    w-nb-par-ko
             IF TLMACT-TYPACT-REVUE THEN
               PERFORM COMPTE-PARTICIPANT
                       VARYING w-idx-par FROM 1 BY 1
                       UNTIL w-idx-par > 10
             END-IF
             IF TLMACT-TYPACT-REVUE AND
                (w-nb-par = 0 OR w-nb-par-ko > 0) THEN
               MOVE '03'                         TO tlmcpil-rc
               MOVE 'PHY-ACT-AJO: participants invalides.'
                                                 TO tlmcpil-msg
             ELSE
      *        origine de la saisie : la convention de tlmcpil
      *        (job ou transaction + operateur), comme pour l'audit
               MOVE tlmcpil-origine            TO tlmact-origine
               IF TLMACT-TYPACT-REVUE AND
                  cpact3-ent-ajo-dtact = SPACES THEN
                 EXEC SQL
                   SELECT CURRENT TIMESTAMP
                   INTO   :tlmact-dtact
                   FROM   SYSIBM.SYSDUMMY1
                 END-EXEC
                 MOVE tlmact-dtact               TO cpact3-ent-ajo-dtact
               END-IF
               IF cpact3-ent-ajo-dtact = SPACES THEN
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMACT (
                 END-EXEC
               END-IF
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 AND TLMACT-TYPACT-REVUE THEN
                 PERFORM AJOUT-PARTICIPANT
                         VARYING w-idx-par FROM 1 BY 1
                         UNTIL w-idx-par > 10 OR SQLCODE NOT = 0
               END-IF
               IF SQLCODE = 0 THEN
                 MOVE '00'                       TO tlmcpil-rc
                 STRING
               END-IF
             END-IF
             END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Participant de revue : un poste a espace est ignore ; un poste
      * renseigne doit porter un type 'I' ou 'C' et un code.
      *****************************************************************
       COMPTE-PARTICIPANT.
           MOVE cpact3-ent-ajo-par-type (w-idx-par) TO tlmrvp-typpar
           IF cpact3-ent-ajo-par-type (w-idx-par) NOT = SPACE OR
              cpact3-ent-ajo-par-code (w-idx-par) NOT = SPACES THEN
             ADD 1                               TO w-nb-par
             IF NOT TLMRVP-TYPPAR-VALIDE OR
                cpact3-ent-ajo-par-code (w-idx-par) = SPACES THEN
               ADD 1                             TO w-nb-par-ko
             END-IF
           END-IF
           .

      *****************************************************************
      * Insertion d'un participant de revue dans TLMRVP, sous la cle
      * de l'activite qui vient d'etre inseree (rang = poste).
      *****************************************************************
       AJOUT-PARTICIPANT.
           IF cpact3-ent-ajo-par-code (w-idx-par) NOT = SPACES THEN
             MOVE tlmact-conid                   TO tlmrvp-conid
             MOVE tlmact-dtact                   TO tlmrvp-dtact
             MOVE w-idx-par                      TO tlmrvp-rang
             MOVE cpact3-ent-ajo-par-type (w-idx-par)
                                                 TO tlmrvp-typpar
             MOVE cpact3-ent-ajo-par-code (w-idx-par)
                                                 TO tlmrvp-code
             EXEC SQL
               INSERT INTO TRAIN04.TLMRVP (
                   CONID, DTACT, RANG, TYPPAR, CODE)
                 VALUES (
                   :tlmrvp-conid, :tlmrvp-dtact, :tlmrvp-rang,
                   :tlmrvp-typpar, :tlmrvp-code)
             END-EXEC
             PERFORM VERIF-SQLCODE
           END-IF
           .

           END-EVALUATE
           .

      *****************************************************************
      * JRN-SECOURS : ligne du journal des changements (TLMJRN) pour
      * le site de secours apres l'ecriture reussie de l'activite
      * (cle : le contact, toutes ses activites sont reexpediees)
      * inseree dans la meme unite de travail (cf. TLMBPGM150). Un
      * echec fait remonter l'ecriture elle-meme en erreur : sans sa
      * ligne de journal, elle serait perdue en cas de bascule.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO tlmjrn-operation
           EVALUATE tlmcpil-fct
             WHEN 'ADD'
               SET TLMJRN-OPERATION-AJO          TO TRUE
           END-EVALUATE
           IF tlmjrn-operation NOT = SPACES THEN
             MOVE 'TLMACT'                       TO tlmjrn-tabnom
             MOVE tlmact-conid                   TO tlmjrn-cle
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
               DISPLAY 'PHY-ACT-ERR JOURNAL SECOURS <' tlmjrn-cle
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
