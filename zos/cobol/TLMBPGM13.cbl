      * retenue est la derniere activite reelle (TLMACT) des contacts
      * actifs lies, a defaut le MAX des DTMAJ de ces contacts (ancien
      * proxy), a defaut le DTMAJ du prospect lui-meme ; elle doit
      * etre anterieure au seuil. Un prospect en attente (date de
      * reprise posterieure au jour, cf. DTATTENTE) n'est pas relance,
      * ni celui dont tous les contacts actifs sont en attente.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-RELANCE CURSOR FOR
                 LEFT OUTER JOIN TRAIN04.TLMACT A
                   ON A.CONID = C.ID
               WHERE P.STATUT = 'A'
                 AND P.DTATTENTE <= :w-date-jour
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMCON H
                        WHERE H.PID = P.ID
                          AND H.STATUT = 'A'
                          AND H.DTATTENTE > :w-date-jour
                          AND NOT EXISTS
                              (SELECT 1 FROM TRAIN04.TLMCON L
                                 WHERE L.PID = P.ID
                                   AND L.STATUT = 'A'
                                   AND L.DTATTENTE <= :w-date-jour))
               GROUP BY P.ID, P.NOM, P.COMMERCIAL, P.SCORE, P.DTMAJ
               HAVING COALESCE(MAX(A.DTACT), MAX(C.DTMAJ), P.DTMAJ)
                        <= CURRENT TIMESTAMP - :w-age-cal DAYS
