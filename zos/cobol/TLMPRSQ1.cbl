      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPRSQ1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200210.

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
      *    Clause COPY generee par DCLGEN pour table TLMRSQ (notation
      *    du risque de credit)
           EXEC SQL
             INCLUDE DCLRSQ
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCRSQ1 REPLACING ==:PROG:== BY ==cprsq1==.
       PROCEDURE DIVISION using tlmcpil cprsq1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-RSQ-init ' tlmcpil-fct
           MOVE SPACES TO cprsq1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * SELECT : notation du SIREN demande. Un SIREN vide ou non
      * numerique (SIRET absent ou provisoire) est refuse en rc '01'
      * sans lecture.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-RSQ-LEC <' cprsq1-ent-lec-siren '>'
           IF cprsq1-ent-lec-siren NOT NUMERIC THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-RSQ-LEC: SIREN absent ou invalide.'
                                                 TO tlmcpil-msg
           ELSE
             MOVE cprsq1-ent-lec-siren           TO tlmrsq-siren
             EXEC SQL
               SELECT SIREN, NOTE, PROCOL, DTNOTE, ALERTE,
                      NOTEPREC, PROCOLPREC, DTNOTEPREC, DEGRADE,
                      ACCORD, ACCORDPAR, DTACCORD
                 INTO :tlmrsq-siren, :tlmrsq-note, :tlmrsq-procol,
                      :tlmrsq-dtnote, :tlmrsq-alerte,
                      :tlmrsq-noteprec, :tlmrsq-procolprec,
                      :tlmrsq-dtnoteprec, :tlmrsq-degrade,
                      :tlmrsq-accord, :tlmrsq-accordpar,
                      :tlmrsq-dtaccord
                 FROM TRAIN04.TLMRSQ
                 WHERE SIREN = :tlmrsq-siren
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF SQLCODE = 0 THEN
               MOVE tlmrsq-siren      TO cprsq1-sor-lec-siren
               MOVE tlmrsq-note       TO cprsq1-sor-lec-note
               MOVE tlmrsq-procol     TO cprsq1-sor-lec-procol
               MOVE tlmrsq-dtnote     TO cprsq1-sor-lec-dtnote
               MOVE tlmrsq-alerte     TO cprsq1-sor-lec-alerte
               MOVE tlmrsq-noteprec   TO cprsq1-sor-lec-noteprec
               MOVE tlmrsq-procolprec TO cprsq1-sor-lec-procolprec
               MOVE tlmrsq-dtnoteprec TO cprsq1-sor-lec-dtnoteprec
               MOVE tlmrsq-degrade    TO cprsq1-sor-lec-degrade
               MOVE tlmrsq-accord     TO cprsq1-sor-lec-accord
               MOVE tlmrsq-accordpar  TO cprsq1-sor-lec-accordpar
               MOVE tlmrsq-dtaccord   TO cprsq1-sor-lec-dtaccord
             END-IF
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-RSQ, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-RSQ Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-RSQ Code 100, SIREN non note.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-RSQ-ERR SQLSTATE <' sqlstate
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
             'PHY-RSQ Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPRSQ1.
