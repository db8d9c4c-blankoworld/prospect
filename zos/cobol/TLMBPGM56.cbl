      *    FENETRE (DEPUIS LA CREATION DE LA CAMPAGNE). LE MARKETING
      *    VOIT ENFIN QUELLES CAMPAGNES FONT BOUGER LE TUNNEL.
      *
      *    LES CAMPAGNES DE RECONQUETE (STADE CIBLE 'P', CF.
      *    TLMBPGM134) SONT MESUREES SUR LEUR PROPRE CRITERE : UN
      *    PROSPECT "AVANCE" QUAND IL QUITTE LE STADE PERDU (CLICHE
      *    'M' D'IMAGE AVANT 'P', STADE ACTUEL AUTRE QUE 'P') ; LEUR
      *    POPULATION TEMOIN SE LIMITE AUX PROSPECTS PERDUS NON
      *    SOLLICITES (STADE ACTUEL 'P' OU SORTIS DU STADE PERDU
      *    DEPUIS LA CREATION DE LA CAMPAGNE).
      *
      *    LE DELAI D'ATTRIBUTION (N JOURS) EST PORTE PAR LE FICHIER
      *    DE CONTROLE DELAI (FACULTATIF, 30 JOURS PAR DEFAUT).
      *****************************************************************
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CAMPAGNES CURSOR FOR
               SELECT ID, LIBELLE, DTCREA, STADE_CIBLE
               FROM TRAIN04.TLMCAM
               ORDER BY DTCREA DESC
           END-EXEC.
       LEC-CAMPAGNE.
           EXEC SQL
             FETCH CURS-CAMPAGNES
               INTO :tlmcam-id, :tlmcam-libelle, :tlmcam-dtcrea,
                    :tlmcam-stade-cible
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cam-non             TO TRUE
      * avancement dans le delai suivant chaque sollicitation) et
      * volumetrie temoin (prospects actifs jamais sollicites par
      * cette campagne, avancement dans le delai suivant la creation
      * de la campagne), puis edition des taux cote a cote. Campagne
      * de reconquete : criteres propres (sortie du stade perdu).
      *****************************************************************
       ANALYSE-CAMPAGNE.
           ADD 1                           TO w-cpt-cam
           IF tlmcam-stade-cible = 'P' THEN
             PERFORM COMPTE-SOLLICITES-RECONQ
             PERFORM COMPTE-TEMOINS-RECONQ
           ELSE
             PERFORM COMPTE-SOLLICITES
             PERFORM COMPTE-TEMOINS
           END-IF
           PERFORM EDITE-CAMPAGNE
           PERFORM LEC-CAMPAGNE
           .
           END-IF
           .

      *****************************************************************
      * Campagne de reconquete, population sollicitee : "avance" = au
      * moins un cliche 'M' d'image avant 'P' (perdu) dans les N jours
      * suivant la sollicitation, le prospect n'etant plus perdu.
      *****************************************************************
       COMPTE-SOLLICITES-RECONQ.
           MOVE 0                          TO w-sol-total
                                               w-sol-avance
           EXEC SQL
             SELECT COUNT(DISTINCT C.PID)
               INTO :w-sol-total
               FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCON C
               WHERE R.CAMID = :tlmcam-id
                 AND C.ID = R.CONID
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR COMPTAGE SOLLICITES <' sqlcode '>'
           END-IF
           EXEC SQL
             SELECT COUNT(DISTINCT C.PID)
               INTO :w-sol-avance
               FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCON C,
                    TRAIN04.TLMPRO P
               WHERE R.CAMID = :tlmcam-id
                 AND C.ID = R.CONID
                 AND P.ID = C.PID
                 AND P.STADE <> 'P'
                 AND EXISTS (
                   SELECT 1
                     FROM TRAIN04.TLMPROH H
                     WHERE H.ID = C.PID
                       AND H.OPERATION = 'M'
                       AND H.DTAUDIT >= R.DTSOL
                       AND H.DTAUDIT <= R.DTSOL + :w-delai DAYS
                       AND H.STADE = 'P')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR COMPTAGE AVANCES <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Campagne de reconquete, population temoin : prospects actifs
      * non sollicites par cette campagne et perdus a sa creation
      * (encore au stade 'P', ou sortis du stade perdu depuis) ;
      * "avance" = meme critere que la population sollicitee, sur la
      * fenetre ouverte a la creation de la campagne.
      *****************************************************************
       COMPTE-TEMOINS-RECONQ.
           MOVE 0                          TO w-tem-total
                                               w-tem-avance
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-tem-total
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND NOT EXISTS (
                   SELECT 1
                     FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCON C
                     WHERE R.CAMID = :tlmcam-id
                       AND C.ID = R.CONID
                       AND C.PID = P.ID)
                 AND (P.STADE = 'P' OR EXISTS (
                   SELECT 1
                     FROM TRAIN04.TLMPROH H
                     WHERE H.ID = P.ID
                       AND H.OPERATION = 'M'
                       AND H.DTAUDIT >= :tlmcam-dtcrea
                       AND H.STADE = 'P'))
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR COMPTAGE TEMOINS <' sqlcode '>'
           END-IF
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-tem-avance
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND P.STADE <> 'P'
                 AND NOT EXISTS (
                   SELECT 1
                     FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCON C
                     WHERE R.CAMID = :tlmcam-id
                       AND C.ID = R.CONID
                       AND C.PID = P.ID)
                 AND EXISTS (
                   SELECT 1
                     FROM TRAIN04.TLMPROH H
                     WHERE H.ID = P.ID
                       AND H.OPERATION = 'M'
                       AND H.DTAUDIT >= :tlmcam-dtcrea
                       AND H.DTAUDIT <=
                           TIMESTAMP(:tlmcam-dtcrea) + :w-delai DAYS
                       AND H.STADE = 'P')
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR COMPTAGE TEMOINS AVANCES <'
                     sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Edition du bloc d'une campagne : libelle, puis taux
      * d'avancement sollicites / temoins cote a cote.
