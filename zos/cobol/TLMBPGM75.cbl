                                              w-cum-visite
                                              w-cum-courrier
           END-IF
      *    une revue de grand compte compte pour une visite, un mel
      *    recu pour un courrier
           EVALUATE w-act-typact
             WHEN 'A'   ADD 1              TO w-cum-appel
             WHEN 'V'
             WHEN 'R'   ADD 1              TO w-cum-visite
             WHEN OTHER ADD 1              TO w-cum-courrier
           END-EVALUATE
           MOVE w-act-dtact                TO w-cum-dern
           ELSE
             DISPLAY 'MET-ERR PURGE TLMACT <' sqlcode '>'
           END-IF
      *    participants des revues archivees, meme borne
           EXEC SQL
             DELETE FROM TRAIN04.TLMRVP
               WHERE DTACT < CURRENT TIMESTAMP - :w-age-jours DAYS
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR PURGE TLMRVP <' sqlcode '>'
           END-IF
           .

      *****************************************************************
