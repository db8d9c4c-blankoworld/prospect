             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'DELETE'          PERFORM SUPPRESSION
             WHEN 'GRADE'           PERFORM CHANGE-GRADE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           IF cpcom4-ent-lec-code NOT = SPACES THEN
             DISPLAY ' <' tlmcom-code '>'
             EXEC SQL
               SELECT NOM, STATUT, GRADE
                 INTO :tlmcom-nom, :tlmcom-statut, :tlmcom-grade
                 FROM TRAIN04.TLMCOM
                 WHERE CODE = :tlmcom-code
             END-EXEC
               MOVE tlmcom-code       TO cpcom4-sor-lec-code
               MOVE tlmcom-nom        TO cpcom4-sor-lec-nom
               MOVE tlmcom-statut     TO cpcom4-sor-lec-statut
               MOVE tlmcom-grade      TO cpcom4-sor-lec-grade
             END-IF
           ELSE
             MOVE '01' TO tlmcpil-rc

      *****************************************************************
      * AJOUT d'un commercial : code et nom obligatoires, statut 'A'
      * d'office, grade facultatif. Un code deja present est rejete
      * en doublon ('03'), comme le font TLMPPRO1/TLMPCON2.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-COM-AJO'                 WITH NO ADVANCING
           MOVE cpcom4-ent-ajo-code              TO tlmcom-code
           MOVE cpcom4-ent-ajo-nom               TO tlmcom-nom
           MOVE cpcom4-ent-ajo-grade             TO tlmcom-grade
           IF cpcom4-ent-ajo-code = SPACES
              OR cpcom4-ent-ajo-nom = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             ELSE
               EXEC SQL
                 INSERT INTO TRAIN04.TLMCOM (
                     CODE, NOM, STATUT, GRADE)
                   VALUES (
                     :tlmcom-code, :tlmcom-nom, 'A', :tlmcom-grade)
               END-EXEC
               PERFORM VERIF-SQLCODE
               IF SQLCODE = 0 THEN
           END-IF
           .

      *****************************************************************
      * CHANGEMENT DE GRADE d'un commercial actif : le grade pilote le
      * taux de commission (TLMTXC). Commercial inconnu ou parti =
      * '10' ; grade a espace accepte (retrait de la grille).
      *****************************************************************
       CHANGE-GRADE.
           DISPLAY 'PHY-COM-GRA'                 WITH NO ADVANCING
           MOVE cpcom4-ent-gra-code              TO tlmcom-code
           MOVE cpcom4-ent-gra-grade             TO tlmcom-grade
           IF cpcom4-ent-gra-code NOT = SPACES THEN
             DISPLAY ' <' tlmcom-code '>'
             EXEC SQL
               UPDATE TRAIN04.TLMCOM
               SET GRADE = :tlmcom-grade
               WHERE CODE = :tlmcom-code
                 AND STATUT = 'A'
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF SQLCODE = 0 THEN
               STRING
                 'OK, GRA <'         DELIMITED SIZE
                 tlmcom-code         DELIMITED SIZE
                 '> '                DELIMITED SIZE
                 tlmcom-grade        DELIMITED SIZE
                 INTO tlmcpil-msg
               END-STRING
             END-IF
           ELSE
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-COM-GRA: code commercial vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
