
      *****************************************************************
      * Repointage ensembliste de l'histoire du perdant vers le
      * survivant : activites (et participants des revues de grand
      * compte), canaux, sollicitations de campagne.
      * Tout echec SQL rejette la demande (le perdant n'est alors pas
      * archive, rien de l'histoire ne doit rester accroche a lui).
      *****************************************************************
             DISPLAY 'MET-ERR REPOINTAGE TLMACT <' w-perdant
                     '> SQLCODE <' sqlcode '>'
           END-IF
      *    participants des revues : la cle de l'activite, et le
      *    perdant lui-meme quand il a participe a une revue
           EXEC SQL
             UPDATE TRAIN04.TLMRVP
             SET CONID = :w-survivant
             WHERE CONID = :w-perdant
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             SET w-rep-ok-non               TO TRUE
             DISPLAY 'MET-ERR REPOINTAGE TLMRVP <' w-perdant
                     '> SQLCODE <' sqlcode '>'
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMRVP
             SET CODE = :w-survivant
             WHERE TYPPAR = 'C'
               AND CODE   = :w-perdant
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             SET w-rep-ok-non               TO TRUE
             DISPLAY 'MET-ERR REPOINTAGE TLMRVP <' w-perdant
                     '> SQLCODE <' sqlcode '>'
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMCAN
             SET CONID = :w-survivant
