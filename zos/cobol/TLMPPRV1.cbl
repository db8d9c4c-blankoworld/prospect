      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPPRV1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200127.

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
      *    Clause COPY generee par DCLGEN pour table TLMPRV
      *    (provenance des valeurs)
           EXEC SQL
             INCLUDE DCLPRV
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMPRI (matrice
      *    de priorite des emetteurs)
           EXEC SQL
             INCLUDE DCLPRI
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Priorite de l'emetteur demandeur et de l'emetteur qui a
      *    pose la valeur actuelle, periode de protection (jours)
       77 w-prio-dem      PIC S9(3) COMP-3.
       77 w-prio-act      PIC S9(3) COMP-3.
       77 w-jours         PIC S9(3) COMP-3.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCPRV1 REPLACING ==:PROG:== BY ==cpprv1==.
       PROCEDURE DIVISION using tlmcpil cpprv1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-PRV-init ' tlmcpil-fct
           MOVE SPACES TO cpprv1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'CHECK'           PERFORM CONSULTE
             WHEN 'SET'             PERFORM ENREGISTRE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * CHECK : l'emetteur demandeur peut-il remplacer la valeur
      * actuelle du champ ? Refus (rc '20') seulement si la valeur a
      * ete posee dans la periode de protection par un autre emetteur
      * de priorite strictement plus forte. Un couple (emetteur,
      * champ) absent de TLMPRI vaut priorite zero : une matrice vide
      * n'arbitre rien, la derniere ligne traitee l'emporte.
      *****************************************************************
       CONSULTE.
           DISPLAY 'PHY-PRV-CHK'                 WITH NO ADVANCING
           MOVE cpprv1-ent-chk-type              TO tlmprv-prvtype
           MOVE cpprv1-ent-chk-id                TO tlmprv-id
           MOVE cpprv1-ent-chk-champ             TO tlmprv-champ
           MOVE cpprv1-ent-chk-jours             TO w-jours
           IF cpprv1-ent-chk-id = SPACES
              OR cpprv1-ent-chk-emetteur = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-PRV-CHK: identifiant/emetteur vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmprv-prvtype tlmprv-id '/' tlmprv-champ
                     '/' cpprv1-ent-chk-emetteur '>'
             MOVE cpprv1-ent-chk-emetteur        TO tlmpri-emetteur
             MOVE tlmprv-champ                   TO tlmpri-champ
             EXEC SQL
               SELECT COALESCE(MAX(PRIORITE), 0)
                 INTO :w-prio-dem
                 FROM TRAIN04.TLMPRI
                 WHERE EMETTEUR = :tlmpri-emetteur
                   AND CHAMP    = :tlmpri-champ
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               PERFORM VERIF-SQLCODE
             ELSE
               MOVE w-prio-dem                   TO
                    cpprv1-sor-chk-prio-dem
               EXEC SQL
                 SELECT P.EMETTEUR,
                        COALESCE(M.PRIORITE, 0),
                        P.DTMAJ
                   INTO :tlmprv-emetteur,
                        :w-prio-act,
                        :tlmprv-dtmaj
                   FROM TRAIN04.TLMPRV P
                   LEFT OUTER JOIN TRAIN04.TLMPRI M
                     ON  M.EMETTEUR = P.EMETTEUR
                     AND M.CHAMP    = P.CHAMP
                   WHERE P.PRVTYPE = :tlmprv-prvtype
                     AND P.ID      = :tlmprv-id
                     AND P.CHAMP   = :tlmprv-champ
                     AND P.DTMAJ   >
                         CURRENT TIMESTAMP - :w-jours DAYS
               END-EXEC
               EVALUATE SQLCODE
                 WHEN 0
                   MOVE tlmprv-emetteur          TO
                        cpprv1-sor-chk-emetteur
                   MOVE w-prio-act               TO
                        cpprv1-sor-chk-prio-act
                   MOVE tlmprv-dtmaj             TO
                        cpprv1-sor-chk-dtmaj
                   IF tlmprv-emetteur NOT = cpprv1-ent-chk-emetteur
                      AND w-prio-act > w-prio-dem THEN
                     MOVE '20'                   TO tlmcpil-rc
                     MOVE 'PHY-PRV source prioritaire, refus.'
                                                 TO tlmcpil-msg
                     DISPLAY 'PHY-PRV-REF <' tlmprv-emetteur
                             '> sur <' cpprv1-ent-chk-emetteur '>'
                   ELSE
                     MOVE '00'                   TO tlmcpil-rc
                     MOVE 'PHY-PRV remplacement admis.'
                                                 TO tlmcpil-msg
                   END-IF
                 WHEN 100
      *            aucune provenance dans la periode : rien a proteger
                   MOVE '00'                     TO tlmcpil-rc
                   MOVE 'PHY-PRV pas de provenance recente.'
                                                 TO tlmcpil-msg
                 WHEN OTHER
                   PERFORM VERIF-SQLCODE
               END-EVALUATE
             END-IF
           END-IF
           .

      *****************************************************************
      * SET : l'emetteur vient de poser la valeur du champ. La ligne
      * de provenance est remplacee si elle existe, creee sinon.
      *****************************************************************
       ENREGISTRE.
           DISPLAY 'PHY-PRV-SET'                 WITH NO ADVANCING
           MOVE cpprv1-ent-set-type              TO tlmprv-prvtype
           MOVE cpprv1-ent-set-id                TO tlmprv-id
           MOVE cpprv1-ent-set-champ             TO tlmprv-champ
           MOVE cpprv1-ent-set-emetteur          TO tlmprv-emetteur
           IF cpprv1-ent-set-id = SPACES
              OR cpprv1-ent-set-emetteur = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-PRV-SET: identifiant/emetteur vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmprv-prvtype tlmprv-id '/' tlmprv-champ
                     '/' tlmprv-emetteur '>'
             EXEC SQL
               UPDATE TRAIN04.TLMPRV
                 SET EMETTEUR = :tlmprv-emetteur,
                     DTMAJ    = CURRENT TIMESTAMP
                 WHERE PRVTYPE = :tlmprv-prvtype
                   AND ID      = :tlmprv-id
                   AND CHAMP   = :tlmprv-champ
             END-EXEC
             IF SQLCODE = 100 THEN
               EXEC SQL
                 INSERT INTO TRAIN04.TLMPRV (
                     PRVTYPE, ID, CHAMP, EMETTEUR, DTMAJ)
                   VALUES (
                     :tlmprv-prvtype, :tlmprv-id, :tlmprv-champ,
                     :tlmprv-emetteur, CURRENT TIMESTAMP)
               END-EXEC
             END-IF
             PERFORM VERIF-SQLCODE
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-PRV, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-PRV Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-PRV Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-PRV-ERR SQLSTATE <' sqlstate
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
             'PHY-PRV Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPPRV1.
