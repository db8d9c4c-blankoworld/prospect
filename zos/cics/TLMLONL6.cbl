      *    PRE-RENSEIGNE) OU PAR SAISIE DIRECTE. LA SAISIE EXIGE LE
      *    PROFIL MISE A JOUR (TLMCOPR1), ET L'OPERATEUR SIGNE EST
      *    ESTAMPILLE EN ORIGINE DE L'ACTIVITE (TLMACT.ORIGINE).
      *    LES CRITERES DE QUALIFICATION RECUEILLIS PENDANT L'APPEL
      *    (BUDGET, DECIDEUR, BESOIN, HORIZON D'ACHAT) SONT POSES SUR
      *    LE PROSPECT DU CONTACT PAR LA FONCTION QUALIF DE TLMPPRO1 ;
      *    UN CRITERE LAISSE A BLANC RESTE INCHANGE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL6.
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==PGM2==.
           COPY TLMCACT3 REPLACING ==:PROG:== BY ==PGM3==.
      *    Prospect du contact : criteres de qualification (QUALIF)
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
      *    Map symbolique de l'ecran de saisie
           COPY TLMM0006.
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
       77 w-resp                  PIC S9(8) COMP.
      *    Identifiant du contact saisi
       77 w-id-saisi              PIC  X(06).
      *    Criteres de qualification saisis (au moins un non blanc ?)
       77 w-qua-saisie            PIC  X(01).
           88 w-qua-saisie-oui                 VALUE 'O'.
           88 w-qua-saisie-non                 VALUE 'N'.
      *    Zone de communication : mode d'arrivee ('A' = XCTL depuis
      *    TLM3 avec le contact pre-renseigne), contact, page (non
      *    exploitee ici, heritee de la zone de TLM3)
       ENREGISTRER-ACTIVITE.
           MOVE IDI                   TO w-id-saisi
           PERFORM LIT-PROFIL
           PERFORM PREPARE-QUALIF
           EVALUATE TRUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : saisie refusee.'
                  AND RESI NOT = 'R' AND RESI NOT = 'X'
               MOVE 'Resultat invalide (J, N, F, R, X ou vide).'
                                       TO MSGO
             WHEN (QBUI NOT = SPACE AND QBUI NOT = 'O'
                   AND QBUI NOT = 'N')
               OR (QDEI NOT = SPACE AND QDEI NOT = 'O'
                   AND QDEI NOT = 'N')
               OR (QBEI NOT = SPACE AND QBEI NOT = 'O'
                   AND QBEI NOT = 'N')
               OR (QDLI NOT = SPACE AND QDLI NOT = 'N'
                   AND (QDLI < '1' OR QDLI > '4'))
               MOVE 'Critere invalide (O/N ; horizon 1 a 4 ou N).'
                                       TO MSGO
             WHEN OTHER
               PERFORM ENREGISTRER-AUTORISE
           END-EVALUATE
      *        autres ecrans de mise a jour (cf. TLMLONL2)
               MOVE 'Activite enregistree sur le champ.'
                                        TO MSGO
               IF w-qua-saisie-oui THEN
                 PERFORM ENREGISTRER-QUALIF
               END-IF
             ELSE
               MOVE tlmcpil-msg        TO MSGO
             END-IF
           END-IF
           .

      *****************************************************************
      * Criteres de qualification saisis : mis en majuscules, un
      * champ non transmis vaut blanc (inchange).
      *****************************************************************
       PREPARE-QUALIF.
           INSPECT QBUI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QDEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QBEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QDLI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QBUI CONVERTING 'on' TO 'ON'
           INSPECT QDEI CONVERTING 'on' TO 'ON'
           INSPECT QBEI CONVERTING 'on' TO 'ON'
           INSPECT QDLI CONVERTING 'n' TO 'N'
           SET w-qua-saisie-non        TO TRUE
           IF QBUI NOT = SPACE OR QDEI NOT = SPACE
              OR QBEI NOT = SPACE OR QDLI NOT = SPACE THEN
             SET w-qua-saisie-oui      TO TRUE
           END-IF
           .

      *****************************************************************
      * Criteres de qualification poses sur le prospect du contact
      * (TLMPPRO1 QUALIF, un critere a blanc reste inchange), dans la
      * meme tache que l'activite. Un refus n'annule pas l'activite :
      * le message de la couche physique est affiche.
      *****************************************************************
       ENREGISTRER-QUALIF.
           MOVE SPACES                 TO pgm1-ent
           MOVE pgm2-sor-lec-pid       TO pgm1-ent-qua-id
           MOVE QBUI                   TO pgm1-ent-qua-budget
           MOVE QDEI                   TO pgm1-ent-qua-decideur
           MOVE QBEI                   TO pgm1-ent-qua-besoin
           MOVE QDLI                   TO pgm1-ent-qua-delai
           MOVE 'QUALIF'               TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc = '00' THEN
             MOVE 'Activite et qualification enregistrees.'
                                        TO MSGO
           ELSE
             MOVE SPACES               TO MSGO
             STRING
               'Activite enregistree ; ' DELIMITED SIZE
               tlmcpil-msg               DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           .

       END PROGRAM TLMLONL6.
