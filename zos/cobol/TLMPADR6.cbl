           EXEC SQL
             DECLARE CURS-ADR-PRO CURSOR FOR
               SELECT PROID, ADRTYPE, RUE, CP, VILLE,
                      DTDEBUT, DTFIN, PAYS
               FROM TRAIN04.TLMADR
               WHERE PROID = :tlmadr-proid
                 AND DTFIN = :w-haute-date
           EXEC SQL
             DECLARE CURS-ADR-HIST CURSOR FOR
               SELECT PROID, ADRTYPE, RUE, CP, VILLE,
                      DTDEBUT, DTFIN, PAYS
               FROM TRAIN04.TLMADR
               WHERE PROID = :tlmadr-proid
               ORDER BY ADRTYPE, DTDEBUT
           MOVE cpadr6-ent-ajo-rue               TO tlmadr-rue
           MOVE cpadr6-ent-ajo-cp                TO tlmadr-cp
           MOVE cpadr6-ent-ajo-ville             TO tlmadr-ville
           MOVE cpadr6-ent-ajo-pays              TO tlmadr-pays
           IF cpadr6-ent-ajo-proid = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-ADR-AJO: code prospect vide.'
                 MOVE 'PHY-ADR-AJO: ville vide.'
                                                 TO tlmcpil-msg
               ELSE
      *          code pays : espace (France) ou deux lettres
                 IF tlmadr-pays NOT = SPACES
                    AND (tlmadr-pays NOT ALPHABETIC-UPPER
                         OR tlmadr-pays (1 : 1) = SPACE
                         OR tlmadr-pays (2 : 1) = SPACE) THEN
                   MOVE '01'                     TO tlmcpil-rc
                   MOVE 'PHY-ADR-AJO: code pays invalide.'
                                                 TO tlmcpil-msg
                 ELSE
                   PERFORM AJOUT-BDD
                 END-IF
               END-IF
             END-IF
           END-IF
      * date" (cf. SELECTASOF) et d'editer la frise du dossier.
      *****************************************************************
       AJOUT-BDD.
           PERFORM GEOCODE
           EXEC SQL
             UPDATE TRAIN04.TLMADR
               SET DTFIN = CURRENT TIMESTAMP
             EXEC SQL
               INSERT INTO TRAIN04.TLMADR (
                   PROID, ADRTYPE, RUE, CP, VILLE,
                   DTDEBUT, DTFIN, PAYS, LATITUDE, LONGITUDE)
                 VALUES (
                   :tlmadr-proid, :tlmadr-adrtype, :tlmadr-rue,
                   :tlmadr-cp, :tlmadr-ville,
                   CURRENT TIMESTAMP, :w-haute-date, :tlmadr-pays,
                   :tlmadr-latitude, :tlmadr-longitude)
             END-EXEC
           END-IF
           PERFORM VERIF-SQLCODE
           END-IF
           .

      *****************************************************************
      * Coordonnees de la nouvelle adresse : celles du centre de la
      * commune de son code postal dans le referentiel postal TLMCPV
      * (cf. TLMPPRO1 GEOCODE) ; 0/0 si le code postal y est absent.
      *****************************************************************
       GEOCODE.
           MOVE 0                                TO tlmadr-latitude
                                                    tlmadr-longitude
           IF tlmadr-cp NOT = SPACES THEN
             EXEC SQL
               SELECT LATITUDE, LONGITUDE
                 INTO :tlmadr-latitude, :tlmadr-longitude
                 FROM TRAIN04.TLMCPV
                 WHERE CP = :tlmadr-cp
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               MOVE 0                            TO tlmadr-latitude
                                                    tlmadr-longitude
             END-IF
           END-IF
           .

      *****************************************************************
      * LECTURE de l'adresse d'un prospect pour un type donne.
      * rc='10' si le prospect n'a pas d'adresse de ce type (c'est a
             DISPLAY ' <' tlmadr-proid '/' tlmadr-adrtype '>'
             EXEC SQL
               SELECT PROID, ADRTYPE, RUE, CP, VILLE,
                      DTDEBUT, DTFIN, PAYS
                 INTO :tlmadr-proid, :tlmadr-adrtype, :tlmadr-rue,
                      :tlmadr-cp, :tlmadr-ville,
                      :tlmadr-dtdebut, :tlmadr-dtfin, :tlmadr-pays
               FROM TRAIN04.TLMADR
               WHERE PROID   = :tlmadr-proid
                 AND ADRTYPE = :tlmadr-adrtype
             DISPLAY ' <' tlmadr-proid '/' tlmadr-adrtype '>'
             EXEC SQL
               SELECT PROID, ADRTYPE, RUE, CP, VILLE,
                      DTDEBUT, DTFIN, PAYS
                 INTO :tlmadr-proid, :tlmadr-adrtype, :tlmadr-rue,
                      :tlmadr-cp, :tlmadr-ville,
                      :tlmadr-dtdebut, :tlmadr-dtfin, :tlmadr-pays
               FROM TRAIN04.TLMADR
               WHERE PROID   = :tlmadr-proid
                 AND ADRTYPE = :tlmadr-adrtype
               FETCH CURS-ADR-HIST
                 INTO :tlmadr-proid, :tlmadr-adrtype, :tlmadr-rue,
                      :tlmadr-cp, :tlmadr-ville,
                      :tlmadr-dtdebut, :tlmadr-dtfin, :tlmadr-pays
             END-EXEC
           ELSE
             EXEC SQL
               FETCH CURS-ADR-PRO
                 INTO :tlmadr-proid, :tlmadr-adrtype, :tlmadr-rue,
                      :tlmadr-cp, :tlmadr-ville,
                      :tlmadr-dtdebut, :tlmadr-dtfin, :tlmadr-pays
             END-EXEC
           END-IF
           PERFORM VERIF-SQLCODE
           MOVE tlmadr-ville        TO cpadr6-sor-lst-ville
           MOVE tlmadr-dtdebut      TO cpadr6-sor-lst-dtdebut
           MOVE tlmadr-dtfin        TO cpadr6-sor-lst-dtfin
           MOVE tlmadr-pays         TO cpadr6-sor-lst-pays
           .

      *****************************************************************
