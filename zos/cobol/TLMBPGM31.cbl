             MOVE f-sta-nbok               TO tlmrun-nbok
             MOVE f-sta-nbrej              TO tlmrun-nbrej
             MOVE f-sta-nberr              TO tlmrun-nberr
      *      code retour absent d'un fichier STATS ancien : espace
             IF f-sta-coderet NUMERIC THEN
               MOVE f-sta-coderet          TO tlmrun-coderet
             ELSE
               MOVE SPACES                 TO tlmrun-coderet
             END-IF
             EXEC SQL
               INSERT INTO TRAIN04.TLMRUN (
                   PROGRAMME, DTEXEC, DUREE_S, NBLEC, NBOK,
                   NBREJ, NBERR, CODERET)
                 VALUES (
                   :tlmrun-programme, :tlmrun-dtexec,
                   :tlmrun-duree-s, :tlmrun-nblec, :tlmrun-nbok,
                   :tlmrun-nbrej, :tlmrun-nberr, :tlmrun-coderet)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
