      * Curseur des contacts actifs dont le TEL renseigne n'est pas
      * deja sous forme canonique (dix chiffres) : tout caractere hors
      * 0-9 dans les dix positions le signale. La forme canonique ne
      * comporte ni espace interieur ni separateur. Un jeton ('#'
      * suivi de neuf chiffres, cf. TLMTOK) a ete normalise avant
      * d'etre jetonne : il est ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TEL-SCRUB CURSOR FOR
               FROM TRAIN04.TLMCON
               WHERE STATUT = 'A'
                 AND TEL NOT = ' '
                 AND SUBSTR(TEL, 1, 1) <> '#'
                 AND TRANSLATE(TEL, ' ', '0123456789') NOT = ' '
               ORDER BY ID
           END-EXEC.
