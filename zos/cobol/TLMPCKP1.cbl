      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
      * Acces aux points de controle des batchs de mise a jour de
      * masse (TLMCKP) : lecture du point de controle d'un programme
      * au demarrage (SELECT), pose d'un point de controle (SAVE) et
      * cloture en fin normale (CLEAR). SAVE et CLEAR ne valident
      * rien : c'est le COMMIT de l'appelant qui valide, dans la meme
      * unite de travail, les mises a jour et le point de controle
      * qui les couvre ; apres un abend, la table designe donc
      * exactement la derniere cle validee.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPCKP1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200518.

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
      *    Clause COPY generee par DCLGEN pour table TLMCKP (points
      *    de controle des batchs)
           EXEC SQL
             INCLUDE DCLCKP
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCCKP1 REPLACING ==:PROG:== BY ==cpckp1==.
       PROCEDURE DIVISION using tlmcpil cpckp1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-CKP-init ' tlmcpil-fct
           MOVE SPACES TO cpckp1-sor
           MOVE cpckp1-ent-ckp-programme   TO tlmckp-programme
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'SAVE'            PERFORM SAUVEGARDE
             WHEN 'CLEAR'           PERFORM CLOTURE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * SELECT : dernier point de controle du programme. rc '10' si
      * le programme n'en a jamais pose.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-CKP-SEL <' tlmckp-programme '>'
           EXEC SQL
             SELECT STATUT, CONTEXTE, CLE, NBFAIT, DTMAJ
               INTO :tlmckp-statut, :tlmckp-contexte, :tlmckp-cle,
                    :tlmckp-nbfait, :tlmckp-dtmaj
               FROM TRAIN04.TLMCKP
               WHERE PROGRAMME = :tlmckp-programme
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmckp-statut            TO cpckp1-sor-ckp-statut
             MOVE tlmckp-contexte          TO cpckp1-sor-ckp-contexte
             MOVE tlmckp-cle               TO cpckp1-sor-ckp-cle
             MOVE tlmckp-nbfait            TO cpckp1-sor-ckp-nbfait
             MOVE tlmckp-dtmaj             TO cpckp1-sor-ckp-dtmaj
           END-IF
           .

      *****************************************************************
      * SAVE : pose du point de controle (statut 'E'), creation de la
      * ligne au premier passage du programme.
      *****************************************************************
       SAUVEGARDE.
           DISPLAY 'PHY-CKP-SAV <' tlmckp-programme '><'
                   cpckp1-ent-ckp-cle '>'
           MOVE cpckp1-ent-ckp-contexte    TO tlmckp-contexte
           MOVE cpckp1-ent-ckp-cle         TO tlmckp-cle
           MOVE cpckp1-ent-ckp-nbfait      TO tlmckp-nbfait
           EXEC SQL
             UPDATE TRAIN04.TLMCKP
               SET STATUT   = 'E',
                   CONTEXTE = :tlmckp-contexte,
                   CLE      = :tlmckp-cle,
                   NBFAIT   = :tlmckp-nbfait,
                   DTMAJ    = CURRENT TIMESTAMP
               WHERE PROGRAMME = :tlmckp-programme
           END-EXEC
           IF SQLCODE = 100 THEN
             EXEC SQL
               INSERT INTO TRAIN04.TLMCKP (
                   PROGRAMME, STATUT, CONTEXTE, CLE, NBFAIT, DTMAJ)
                 VALUES (
                   :tlmckp-programme, 'E', :tlmckp-contexte,
                   :tlmckp-cle, :tlmckp-nbfait, CURRENT TIMESTAMP)
             END-EXEC
           END-IF
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * CLEAR : fin normale du traitement (statut 'T'), la relance
      * suivante repart du debut. Sans point de controle prealable
      * (traitement plus court que l'intervalle), rien a cloturer.
      *****************************************************************
       CLOTURE.
           DISPLAY 'PHY-CKP-CLO <' tlmckp-programme '>'
           MOVE cpckp1-ent-ckp-contexte    TO tlmckp-contexte
           MOVE cpckp1-ent-ckp-nbfait      TO tlmckp-nbfait
           EXEC SQL
             UPDATE TRAIN04.TLMCKP
               SET STATUT   = 'T',
                   CONTEXTE = :tlmckp-contexte,
                   CLE      = ' ',
                   NBFAIT   = :tlmckp-nbfait,
                   DTMAJ    = CURRENT TIMESTAMP
               WHERE PROGRAMME = :tlmckp-programme
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF tlmcpil-rc = '10' THEN
             MOVE '00'                     TO tlmcpil-rc
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-CKP, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-CKP Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-CKP Code 100, non trouve.'
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
             'PHY-CKP Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPCKP1.
