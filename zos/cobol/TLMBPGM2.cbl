           PERFORM FIN
           PERFORM CHRONO-FIN
           PERFORM COMPTE-RENDU-EXECUTION
           IF w-err-oui THEN
             MOVE 16                    TO RETURN-CODE
           END-IF
           PERFORM ECRIT-STATS
           GOBACK
           .

             MOVE w-cpt-tot            TO sta-sta-nbok
             MOVE w-cpt-rej            TO sta-sta-nbrej
             MOVE ZERO                 TO sta-sta-nberr
             MOVE RETURN-CODE          TO sta-sta-coderet
             WRITE sta-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
