           EXEC SQL
             INCLUDE DCLSTT
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMNAF
      *    (nomenclature d'activites NAF)
           EXEC SQL
             INCLUDE DCLNAF
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCFG
      *    (parametres d'exploitation : jeu minimal de criteres de
      *    qualification)
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMJRN (journal
      *    des changements pour le site de secours)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
           88 w-trans-ok-oui                VALUE 1.
           88 w-trans-ok-non                VALUE 0.
       77 w-trans-cnt     PIC S9(7) COMP-3.
      *    Controle du criblage sanctions/embargo (cf. VRF-CRIBLAGE) :
      *    nombre d'alertes TLMSAH ouvertes ou confirmees du prospect
       77 w-crib-cnt      PIC S9(7) COMP-3.
       77 w-crib-ok       PIC 9.
           88 w-crib-ok-oui                 VALUE 1.
           88 w-crib-ok-non                 VALUE 0.
      *    Controle des pieces obligatoires (cf. VRF-DOCUMENTS) :
      *    nombre de types obligatoires TLMTDO sans document en cours
      *    de validite dans l'index TLMDOC
       77 w-doc-cnt       PIC S9(7) COMP-3.
       77 w-doc-ok        PIC 9.
           88 w-doc-ok-oui                  VALUE 1.
           88 w-doc-ok-non                  VALUE 0.
      *    Controle des criteres de qualification au passage 'N' ->
      *    'Q' (cf. VRF-QUALIF) : jeu minimal parametre (TLMCFG,
      *    'QUALIF' : un 'O' par critere exige dans l'ordre budget,
      *    decideur, besoin, horizon, puis en 5e position le nombre
      *    minimal de criteres acquis, espace = les seuls exiges ;
      *    sans parametre, les quatre sont exiges), criteres acquis
      *    et verdict. w-qua-pose-oui fait estampiller la date du
      *    passage admis (QDTVAL) par l'UPDATE.
       77 w-qua-masque    PIC X(05).
       77 w-qua-min       PIC 9(01).
       77 w-qua-nbr       PIC 9(01).
       77 w-qua-ok        PIC 9.
           88 w-qua-ok-oui                  VALUE 1.
           88 w-qua-ok-non                  VALUE 0.
       77 w-qua-pose      PIC X(01).
           88 w-qua-pose-oui                VALUE 'O'.
           88 w-qua-pose-non                VALUE 'N'.
      *    Controle du code NAF de la segmentation (SEGMENTATION) :
      *    nombre de sous-classes TLMNAF portant ce code
       77 w-naf-cnt       PIC S9(7) COMP-3.
      *    Controle de la cle du SIRET (VRF-SIRET, somme de Luhn sur
      *    les 14 chiffres)
       77 w-siret-ok      PIC 9.
      *    Criteres de la recherche multicriteres (MULTICRIT) : un
      *    critere a espace est neutralise par sa branche OR dans le
      *    curseur CURS-PRO-MCR ; le prefixe de code postal est
      *    transforme en motif LIKE (prefixe + '%') ; la recherche par
      *    rayon porte le prospect de reference, ses coordonnees et le
      *    rayon en km, la distance de chaque prospect trouve revient
      *    dans w-crt-dist
       77 w-crt-ville     PIC X(35).
       77 w-crt-cp        PIC X(05).
       77 w-crt-cp-motif  PIC X(06).
       77 w-crt-secteur   PIC X(03).
       77 w-crt-commerc   PIC X(04).
       77 w-crt-idx       PIC 9(02).
       77 w-crt-ref       PIC X(06).
       77 w-crt-rayon     PIC S9(3)        COMP-3.
       77 w-crt-ref-lat   PIC S9(3)V9(5)   COMP-3.
       77 w-crt-ref-lon   PIC S9(3)V9(5)   COMP-3.
       77 w-crt-dist      PIC S9(9)        COMP.
      *****************************************************************
      * Curseur : prospects dont le nom correspond au motif demande,
      * pour la fonction SEARCH / SEARCHNEXT
               ORDER BY NOM
           END-EXEC.
      *****************************************************************
      * Recherche de doublons avant creation (DUPCHK / DUPNEXT) :
      * criteres saisis, nom normalise et critere de la ligne lue
      *****************************************************************
       77 w-dup-siret     PIC X(14).
       77 w-dup-cp        PIC X(05).
       77 w-dup-tel       PIC X(10).
       77 w-dup-cle       PIC X(35).
       77 w-dup-critere   PIC X(01).
       77 w-dup-retenu    PIC 9.
           88 w-dup-retenu-oui              VALUE 1.
           88 w-dup-retenu-non              VALUE 0.
      *****************************************************************
      * Zones de travail de la normalisation du nom (NORMALISE-NOM),
      * memes regles que la detection de nuit TLMBPGM23 : majuscules,
      * accents rabattus, ponctuation et chiffres en espaces, espaces
      * comprimes.
      *****************************************************************
       77 w-nrm-brut      PIC X(35).
       77 w-nrm-net       PIC X(35).
       77 w-nrm-i         PIC S9(04) COMP.
       77 w-nrm-j         PIC S9(04) COMP.
       77 w-nrm-prec-esp  PIC 9(01).
       77 w-minuscules    PIC X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules    PIC X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 w-accentues-val.
           05 FILLER      PIC X(15) VALUE
                X'E9E8EAEBE0E2E4E7EEEFF4F6F9FBFC'.
           05 FILLER      PIC X(15) VALUE
                X'C9C8CACBC0C2C4C7CECFD4D6D9DBDC'.
       01 w-accentues REDEFINES w-accentues-val
                          PIC X(30).
       77 w-desaccentues  PIC X(30) VALUE
            'EEEEAAACIIOOUUUEEEEAAACIIOOUUU'.
       77 w-ponctuation   PIC X(21) VALUE
            '.,;:-_&/()[]''"+*!?<>='.
      *****************************************************************
      * Curseur : doublons possibles d'un prospect a creer (DUPCHK /
      * DUPNEXT), une branche par critere, chacune neutralisee si son
      * critere est a espace. La branche nom remonte tous les actifs
      * du code postal : la comparaison des noms normalises est faite
      * au FETCH (cf. DOUBLON-LIT), comme dans TLMBPGM23.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-DUP CURSOR FOR
               SELECT ID, NOM, ADDR_CP, ADDR_VILLE, 'S'
               FROM TRAIN04.TLMPRO
               WHERE STATUT = 'A'
                 AND :w-dup-siret <> ' '
                 AND SIRET = :w-dup-siret
               UNION ALL
               SELECT ID, NOM, ADDR_CP, ADDR_VILLE, 'N'
               FROM TRAIN04.TLMPRO
               WHERE STATUT = 'A'
                 AND :w-dup-cp <> ' '
                 AND ADDR_CP = :w-dup-cp
               UNION ALL
               SELECT P.ID, P.NOM, P.ADDR_CP, P.ADDR_VILLE, 'T'
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND :w-dup-tel <> ' '
                 AND EXISTS (SELECT 1
                               FROM TRAIN04.TLMCON C
                              WHERE C.PID    = P.ID
                                AND C.STATUT = 'A'
                                AND C.TEL    = :w-dup-tel)
               ORDER BY 1, 5
           END-EXEC.
      *****************************************************************
      * Curseur : prospects actifs repondant aux criteres cumules de
      * la recherche multicriteres (MULTICRIT / MULTINEXT) ; chaque
      * critere laisse a espace est sans effet grace a sa branche OR.
      * Avec un prospect de reference, la distance (km, loi des
      * cosinus sur la sphere terrestre, le MIN protege l'ACOS des
      * arrondis pour des points confondus) filtre sur le rayon et
      * ordonne la liste ; sans reference elle vaut 0 et la liste
      * reste triee par nom.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-MCR CURSOR FOR
               SELECT ID, NOM, ADDR_CP, ADDR_VILLE, STADE, COMMERCIAL,
                      DIST
               FROM (SELECT ID, NOM, ADDR_CP, ADDR_VILLE, STADE,
                            COMMERCIAL,
                            CASE WHEN :w-crt-ref = ' ' THEN 0
                            ELSE INTEGER(ROUND(6371 * ACOS(MIN(1,
                                   SIN(RADIANS(LATITUDE))
                                 * SIN(RADIANS(:w-crt-ref-lat))
                                 + COS(RADIANS(LATITUDE))
                                 * COS(RADIANS(:w-crt-ref-lat))
                                 * COS(RADIANS(LONGITUDE
                                               - :w-crt-ref-lon)))),
                                 0))
                            END AS DIST
                     FROM TRAIN04.TLMPRO
                     WHERE STATUT = 'A'
                       AND (:w-crt-ville = ' '
                         OR ADDR_VILLE = :w-crt-ville)
                       AND (:w-crt-cp = ' '
                         OR ADDR_CP LIKE :w-crt-cp-motif)
                       AND (:w-crt-stade = ' '
                         OR STADE = :w-crt-stade)
                       AND (:w-crt-secteur = ' '
                         OR SECTEUR = :w-crt-secteur)
                       AND (:w-crt-commerc = ' '
                         OR COMMERCIAL = :w-crt-commerc)
                       AND (:w-crt-ref = ' '
                         OR (ID <> :w-crt-ref
                             AND (LATITUDE <> 0 OR LONGITUDE <> 0))))
                    AS T
               WHERE :w-crt-ref = ' '
                  OR DIST <= :w-crt-rayon
               ORDER BY DIST, NOM, ID
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
                PERFORM CRITERES-SUITE
             WHEN 'COMMIT'
                PERFORM COMMIT-TRT
             WHEN 'ROLLBACK'
                PERFORM ROLLBACK-TRT
             WHEN 'COUNT'
                PERFORM COMPTE-ACTIFS
             WHEN 'HOLD'
                PERFORM MISE-EN-ATTENTE
             WHEN 'SEGMENT'
                PERFORM SEGMENTATION
             WHEN 'QUALIF'
                PERFORM QUALIFICATION
             WHEN 'DUPCHK'
                PERFORM DOUBLON-DEBUT
             WHEN 'DUPNEXT'
                PERFORM DOUBLON-SUITE
             WHEN OTHER
                PERFORM ERREUR
           END-EVALUATE
      *    Toute ecriture reussie est journalisee pour le site de
      *    secours dans la meme unite de travail
           IF tlmcpil-rc = '00' THEN
             PERFORM JRN-SECOURS
           END-IF
           .

       LECTURE.
                 SECTEUR,
                 COMMERCIAL,
                 SIRET,
                 SCORE,
                 COMPTEFAC,
                 PARRAIN,
                 DTATTENTE,
                 MOTATTENTE,
                 NAF,
                 TRANCHE,
                 QBUDGET,
                 QDECIDEUR,
                 QBESOIN,
                 QDELAI,
                 QDTVAL
               INTO
                 :tlmpro-nom,
                 :tlmpro-addr-rue,
                 :tlmpro-secteur,
                 :tlmpro-commercial,
                 :tlmpro-siret,
                 :tlmpro-score,
                 :tlmpro-comptefac,
                 :tlmpro-parrain,
                 :tlmpro-dtattente,
                 :tlmpro-motattente,
                 :tlmpro-naf,
                 :tlmpro-tranche,
                 :tlmpro-qbudget,
                 :tlmpro-qdecideur,
                 :tlmpro-qbesoin,
                 :tlmpro-qdelai,
                 :tlmpro-qdtval
               FROM TRAIN04.TLMPRO
               WHERE ID=:tlmpro-id
                 AND STATUT='A'
               MOVE tlmpro-commercial TO cppro1-sor-lec-commercial
               MOVE tlmpro-siret      TO cppro1-sor-lec-siret
               MOVE tlmpro-score      TO cppro1-sor-lec-score
               MOVE tlmpro-comptefac  TO cppro1-sor-lec-comptefac
               MOVE tlmpro-parrain    TO cppro1-sor-lec-parrain
               MOVE tlmpro-dtattente  TO cppro1-sor-lec-dtattente
               MOVE tlmpro-motattente TO cppro1-sor-lec-motattente
               MOVE tlmpro-naf        TO cppro1-sor-lec-naf
               MOVE tlmpro-tranche    TO cppro1-sor-lec-tranche
               MOVE tlmpro-qbudget    TO cppro1-sor-lec-qbudget
               MOVE tlmpro-qdecideur  TO cppro1-sor-lec-qdecideur
               MOVE tlmpro-qbesoin    TO cppro1-sor-lec-qbesoin
               MOVE tlmpro-qdelai     TO cppro1-sor-lec-qdelai
               MOVE tlmpro-qdtval     TO cppro1-sor-lec-qdtval
             END-IF
           ELSE
             MOVE '01' TO tlmcpil-rc
       MAJ.
           DISPLAY 'PHY-PRO-MAJ'                 WITH NO ADVANCING
           MOVE cppro1-ent-maj-id                TO tlmpro-id
           SET w-qua-pose-non                    TO TRUE
           IF cppro1-ent-maj-id NOT = SPACES THEN
             DISPLAY ' <' tlmpro-id '>'
      *      Cliche de l'image avant, pour l'historique d'audit
                                                   TO tlmcpil-msg
               END-IF
             END-IF
      *      Passage au stade 'C' (client) : refuse tant qu'une
      *      alerte du criblage sanctions/embargo est ouverte ou
      *      confirmee pour le prospect (rc dedie '08', traduit par
      *      TLMBPGM3 en rejet recyclable, affiche tel quel par TLM2)
             IF w-adr-valide-oui
                 AND cppro1-ent-maj-stade NOT = SPACES
                 AND tlmpro-stade = 'C'
                 AND w-stade-avant NOT = 'C' THEN
               PERFORM VRF-CRIBLAGE
               IF w-crib-ok-non THEN
                 SET w-adr-valide-non              TO TRUE
                 MOVE '08'                         TO tlmcpil-rc
                 MOVE 'PHY-PRO-MAJ: client bloque (criblage).'
                                                   TO tlmcpil-msg
               END-IF
             END-IF
      *      Passage au stade 'C' : refuse aussi tant qu'une piece
      *      obligatoire (TLMTDO) manque ou est expiree dans l'index
      *      documentaire TLMDOC (rc dedie '09', traduit par TLMBPGM3
      *      en rejet recyclable)
             IF w-adr-valide-oui
                 AND cppro1-ent-maj-stade NOT = SPACES
                 AND tlmpro-stade = 'C'
                 AND w-stade-avant NOT = 'C' THEN
               PERFORM VRF-DOCUMENTS
               IF w-doc-ok-non THEN
                 SET w-adr-valide-non              TO TRUE
                 MOVE '09'                         TO tlmcpil-rc
                 MOVE 'PHY-PRO-MAJ: client bloque (documents).'
                                                   TO tlmcpil-msg
               END-IF
             END-IF
      *      Passage du stade 'N' au stade 'Q' (qualifie) : refuse
      *      tant que le jeu minimal de criteres de qualification
      *      n'est pas acquis en base (rc dedie '11', traduit par
      *      TLMBPGM3 en rejet '33', affiche tel quel par TLM2) ; un
      *      passage admis est date (QDTVAL)
             IF w-adr-valide-oui
                 AND cppro1-ent-maj-stade NOT = SPACES
                 AND tlmpro-stade = 'Q'
                 AND w-stade-avant = 'N' THEN
               PERFORM VRF-QUALIF
               IF w-qua-ok-non THEN
                 SET w-adr-valide-non              TO TRUE
                 MOVE '11'                         TO tlmcpil-rc
                 MOVE 'PHY-PRO-MAJ: qualification incomplete.'
                                                   TO tlmcpil-msg
               ELSE
                 SET w-qua-pose-oui                TO TRUE
               END-IF
             END-IF
             IF w-adr-valide-oui THEN
      *        le secteur et les coordonnees suivent le code postal
      *        (cf. TLMSEC, TLMCPV)
               PERFORM DETERMINE-SECTEUR
               PERFORM GEOCODE
               MOVE 0                            TO w-essai
               PERFORM MAJ-ECRIT-BDD
      *        un depassement d'attente de verrou (-913) est rejoue
               SECTEUR    = :tlmpro-secteur,
               COMMERCIAL = :tlmpro-commercial,
               SIRET      = :tlmpro-siret,
               LATITUDE   = :tlmpro-latitude,
               LONGITUDE  = :tlmpro-longitude,
               QDTVAL     = CASE WHEN :w-qua-pose = 'O'
                                 THEN REPLACE(CHAR(CURRENT DATE, ISO),
                                              '-', '')
                                 ELSE QDTVAL END,
               DTMAJ      = CURRENT TIMESTAMP
             WHERE
               ID         = :tlmpro-id
           PERFORM MAJ-ECRIT-SQL
           .

      *****************************************************************
      * VRF-TRANSITION-STADE : le passage du stade actuel du prospect
      * vers le stade demande (deja dans tlmpro-stade) doit figurer
           END-IF
           .

      *****************************************************************
      * VRF-CRIBLAGE : le prospect porte-t-il une alerte TLMSAH
      * ouverte ('O', pas encore tranchee par la conformite) ou
      * confirmee ('C') ? Une alerte levee ('L') ne bloque plus. En
      * cas d'erreur de lecture, le passage est refuse : le doute
      * profite au blocage.
      *****************************************************************
       VRF-CRIBLAGE.
           SET w-crib-ok-oui                     TO TRUE
           EXEC SQL
             SELECT COUNT(*)
             INTO   :w-crib-cnt
             FROM   TRAIN04.TLMSAH
             WHERE  PROID  = :tlmpro-id
               AND  STATUT IN ('O', 'C')
           END-EXEC
           IF SQLCODE NOT = 0 OR w-crib-cnt NOT = ZERO THEN
             SET w-crib-ok-non                   TO TRUE
             DISPLAY 'PHY-PRO-CRB bloque <' tlmpro-id '> alertes <'
                     w-crib-cnt '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * VRF-DOCUMENTS : chaque type obligatoire du referentiel TLMTDO
      * a-t-il au moins un document du prospect dans l'index TLMDOC,
      * sans echeance ou d'echeance non depassee ? En cas d'erreur de
      * lecture, le passage est refuse : le doute profite au blocage.
      *****************************************************************
       VRF-DOCUMENTS.
           SET w-doc-ok-oui                      TO TRUE
           EXEC SQL
             SELECT COUNT(*)
             INTO   :w-doc-cnt
             FROM   TRAIN04.TLMTDO T
             WHERE  T.OBLIG = 'O'
               AND  NOT EXISTS (
                    SELECT 1
                    FROM   TRAIN04.TLMDOC D
                    WHERE  D.PROID  = :tlmpro-id
                      AND  D.TYPDOC = T.TYPDOC
                      AND  (D.DTEXP = ' '
                        OR  D.DTEXP >= REPLACE(CHAR(CURRENT DATE, ISO),
                                               '-', '')))
           END-EXEC
           IF SQLCODE NOT = 0 OR w-doc-cnt NOT = ZERO THEN
             SET w-doc-ok-non                    TO TRUE
             DISPLAY 'PHY-PRO-DOC bloque <' tlmpro-id '> pieces <'
                     w-doc-cnt '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * VRF-QUALIF : les criteres de qualification du prospect, tels
      * qu'ils sont en base, couvrent-ils le jeu minimal parametre ?
      * Chaque critere marque 'O' dans le masque doit etre acquis, et
      * le nombre de criteres acquis atteindre le minimum. En cas
      * d'erreur de lecture, le passage est refuse : le doute profite
      * au blocage.
      *****************************************************************
       VRF-QUALIF.
           SET w-qua-ok-oui                      TO TRUE
           MOVE 'OOOO '                          TO w-qua-masque
           EXEC SQL
             SELECT VALEUR
               INTO :tlmcfg-valeur
               FROM TRAIN04.TLMCFG
               WHERE PARAM = 'QUALIF'
                 AND PROGRAMME IN ('TLMPPRO1', '*')
               ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE = 0 THEN
             MOVE tlmcfg-valeur (1 : 5)          TO w-qua-masque
           END-IF
           EXEC SQL
             SELECT QBUDGET, QDECIDEUR, QBESOIN, QDELAI
               INTO :tlmpro-qbudget, :tlmpro-qdecideur,
                    :tlmpro-qbesoin, :tlmpro-qdelai
               FROM TRAIN04.TLMPRO
               WHERE ID     = :tlmpro-id
                 AND STATUT = 'A'
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-qua-ok-non                    TO TRUE
           ELSE
             MOVE 0                              TO w-qua-nbr
                                                    w-qua-min
             IF TLMPRO-QBUDGET-ACQUIS THEN
               ADD 1                             TO w-qua-nbr
             END-IF
             IF TLMPRO-QDECIDEUR-ACQUIS THEN
               ADD 1                             TO w-qua-nbr
             END-IF
             IF TLMPRO-QBESOIN-ACQUIS THEN
               ADD 1                             TO w-qua-nbr
             END-IF
             IF TLMPRO-QDELAI-ACQUIS THEN
               ADD 1                             TO w-qua-nbr
             END-IF
             INSPECT w-qua-masque (1 : 4) TALLYING w-qua-min
                     FOR ALL 'O'
             IF w-qua-masque (5 : 1) IS NUMERIC
                AND w-qua-masque (5 : 1) > w-qua-min THEN
               MOVE w-qua-masque (5 : 1)         TO w-qua-min
             END-IF
             IF (w-qua-masque (1 : 1) = 'O'
                 AND NOT TLMPRO-QBUDGET-ACQUIS)
                OR (w-qua-masque (2 : 1) = 'O'
                 AND NOT TLMPRO-QDECIDEUR-ACQUIS)
                OR (w-qua-masque (3 : 1) = 'O'
                 AND NOT TLMPRO-QBESOIN-ACQUIS)
                OR (w-qua-masque (4 : 1) = 'O'
                 AND NOT TLMPRO-QDELAI-ACQUIS)
                OR w-qua-nbr < w-qua-min THEN
               SET w-qua-ok-non                  TO TRUE
             END-IF
           END-IF
           IF w-qua-ok-non THEN
             DISPLAY 'PHY-PRO-QUA bloque <' tlmpro-id '> criteres <'
                     tlmpro-qbudget tlmpro-qdecideur tlmpro-qbesoin
                     tlmpro-qdelai '> masque <' w-qua-masque
                     '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Relit en base le stade actuel du prospect, pour le conserver
      * inchange lors d'une MAJ ou l'appelant a laisse cppro1-ent-maj-
      * stade a espace. tlmpro-stade n'est pas fiable a ce stade pour
      * un "inchange" : il peut porter la valeur laissee par un appel
      * CALL precedent dans la meme unite d'execution, sans rapport
      * avec le prospect courant.
      *****************************************************************
       RELIT-STADE-PRO.
           EXEC SQL
             SELECT STADE
      *    espace si l'operation n'est pas un changement de stade
      *    motive
           MOVE tlmcpil-motif                    TO tlmproh-motif
      *    Superviseur d'un changement sensible valide (TLMC), a
      *    espace hors validation
           MOVE tlmcpil-valideur                 TO tlmproh-valideur
           IF tlmproh-valideur = LOW-VALUES THEN
             MOVE SPACES                         TO tlmproh-valideur
           END-IF
           EXEC SQL
             INSERT INTO TRAIN04.TLMPROH (
                 ID, NOM, ADDR_RUE, ADDR_CP, ADDR_VILLE, STADE,
                 STATUT, DTMAJ,
                 OPERATION, PILSEQ, ORIGINE, MOTIF, DTAUDIT,
                 VALIDEUR)
               VALUES (
                 :tlmproh-id, :tlmproh-nom, :tlmproh-addr-rue,
                 :tlmproh-addr-cp, :tlmproh-addr-ville,
                 :tlmproh-stade,
                 :tlmproh-statut, :tlmproh-dtmaj, :tlmproh-operation,
                 :tlmproh-pilseq, :tlmproh-origine, :tlmproh-motif,
                 CURRENT TIMESTAMP, :tlmproh-valideur)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'PHY-PRO-ERR AUDIT <' tlmproh-id '> SQLCODE <'
           MOVE cppro1-ent-ajo-commercial        TO tlmpro-commercial
           MOVE cppro1-ent-ajo-siret             TO tlmpro-siret
           MOVE cppro1-ent-ajo-source            TO tlmpro-source
           MOVE cppro1-ent-ajo-parrain           TO tlmpro-parrain
      *    probation demandee ('O', liste achetee) = creation en
      *    STATUT 'E', exclu des selections tant qu'il n'est pas
      *    confirme (cf. TLMBPGM85) ; sinon creation active normale
                                                   TO tlmcpil-msg
               END-IF
               IF w-adr-valide-oui THEN
      *          le secteur et les coordonnees suivent le code
      *          postal (cf. TLMSEC, TLMCPV)
                 PERFORM DETERMINE-SECTEUR
                 PERFORM GEOCODE
                 MOVE 0                          TO w-essai
                 PERFORM AJO-ECRIT-BDD
      *          depassement d'attente (-913) rejoue sur place ;
           END-IF
           .

      *****************************************************************
      * GEOCODE : coordonnees du prospect courant, celles du centre de
      * la commune de son code postal dans le referentiel postal
      * TLMCPV. Code postal absent du referentiel (ou non geocode) =
      * 0/0 ; le rechargement du referentiel (TLMBPGM82) realignera
      * les prospects une fois le code postal connu.
      *****************************************************************
       GEOCODE.
           MOVE 0                                TO tlmpro-latitude
                                                    tlmpro-longitude
           IF tlmpro-addr-cp NOT = SPACES THEN
             EXEC SQL
               SELECT LATITUDE, LONGITUDE
                 INTO :tlmpro-latitude, :tlmpro-longitude
                 FROM TRAIN04.TLMCPV
                 WHERE CP = :tlmpro-addr-cp
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               MOVE 0                            TO tlmpro-latitude
                                                    tlmpro-longitude
             END-IF
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-PRO : service de numerotation pour un AJOUT soumis
      * sans identifiant : le plus grand identifiant numerique present
                   COMMERCIAL,
                   SIRET,
                   SOURCE,
                   PARRAIN,
                   LATITUDE,
                   LONGITUDE,
                   DTMAJ,
                   DTCREA)
               VALUES (
                   :tlmpro-id,
                   :tlmpro-nom,
                   :tlmpro-commercial,
                   :tlmpro-siret,
                   :tlmpro-source,
                   :tlmpro-parrain,
                   :tlmpro-latitude,
                   :tlmpro-longitude,
                   CURRENT TIMESTAMP,
                   CURRENT TIMESTAMP)
                   )
           END-EXEC
      *****************************************************************
      * MULTICRIT : ouvre le curseur des prospects actifs repondant
      * aux criteres cumules (ville, prefixe de code postal, stade,
      * secteur, commercial, rayon autour d'un prospect de
      * reference ; un critere a espace est ignore) et renvoie le
      * premier trouve via cppro1-sor-mcr. Tous les criteres a espace
      * = refus ('01') : la table entiere n'est pas une recherche.
      * Refus ('01') aussi d'une reference sans rayon, inconnue parmi
      * les prospects actifs, ou non geocodee. rc='10' si aucun
      * prospect ne correspond.
      *****************************************************************
       CRITERES-DEBUT.
           DISPLAY 'PHY-PRO-MCR'      WITH NO ADVANCING
           MOVE cppro1-ent-mcr-stade      TO w-crt-stade
           MOVE cppro1-ent-mcr-secteur    TO w-crt-secteur
           MOVE cppro1-ent-mcr-commercial TO w-crt-commerc
           MOVE cppro1-ent-mcr-ref        TO w-crt-ref
           MOVE 0                         TO w-crt-rayon
                                             w-crt-ref-lat
                                             w-crt-ref-lon
           IF cppro1-ent-mcr-rayon NUMERIC THEN
             MOVE cppro1-ent-mcr-rayon    TO w-crt-rayon
           END-IF
           MOVE '00'                      TO tlmcpil-rc
           IF w-crt-ville = SPACES AND w-crt-cp = SPACES
              AND w-crt-stade = SPACES AND w-crt-secteur = SPACES
              AND w-crt-commerc = SPACES AND w-crt-ref = SPACES THEN
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-PRO-MCR: aucun critere renseigne.'
               TO tlmcpil-msg
           END-IF
           IF tlmcpil-rc = '00' AND w-crt-ref NOT = SPACES THEN
             PERFORM CRITERES-REFERENCE
           END-IF
           IF tlmcpil-rc = '00' THEN
             PERFORM CONSTRUIT-MOTIF-CP
             EXEC SQL
               OPEN CURS-PRO-MCR
             END-EXEC
             PERFORM CRITERES-FETCH
           ELSE
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      *    Recherche par rayon : coordonnees du prospect de reference
      *    (actif et geocode) ; rayon nul refuse.
       CRITERES-REFERENCE.
           IF w-crt-rayon = 0 THEN
             MOVE '01'                    TO tlmcpil-rc
             MOVE 'PHY-PRO-MCR: rayon (km) obligatoire.'
                                          TO tlmcpil-msg
           ELSE
             EXEC SQL
               SELECT LATITUDE, LONGITUDE
                 INTO :w-crt-ref-lat, :w-crt-ref-lon
                 FROM TRAIN04.TLMPRO
                 WHERE ID     = :w-crt-ref
                   AND STATUT = 'A'
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = 100
                 MOVE '01'                TO tlmcpil-rc
                 MOVE 'PHY-PRO-MCR: reference inconnue.'
                                          TO tlmcpil-msg
               WHEN SQLCODE NOT = 0
                 PERFORM VERIF-SQLCODE
               WHEN w-crt-ref-lat = 0 AND w-crt-ref-lon = 0
                 MOVE '01'                TO tlmcpil-rc
                 MOVE 'PHY-PRO-MCR: reference non geocodee.'
                                          TO tlmcpil-msg
             END-EVALUATE
           END-IF
           .

             FETCH CURS-PRO-MCR
               INTO :tlmpro-id, :tlmpro-nom, :tlmpro-addr-cp,
                    :tlmpro-addr-ville, :tlmpro-stade,
                    :tlmpro-commercial, :w-crt-dist
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE tlmpro-addr-ville   TO cppro1-sor-mcr-ville
             MOVE tlmpro-stade        TO cppro1-sor-mcr-stade
             MOVE tlmpro-commercial   TO cppro1-sor-mcr-commercial
             MOVE w-crt-dist          TO cppro1-sor-mcr-dist
           ELSE
             DISPLAY ' None'
             EXEC SQL
           END-IF
           .

      *****************************************************************
      * MISE EN ATTENTE (fct HOLD) : pose ou leve la date avant
      * laquelle le prospect (et tous ses contacts) ne doit plus etre
      * sollicite - selections de campagne, relances, liste de
      * travail, fichiers d'appel et de publipostage. Date a espace =
      * levee de l'attente (le motif est alors efface). Pas de cliche
      * TLMPROH : l'attente n'altere aucune donnee du prospect.
      * rc '02' date mal formee, '10' prospect actif inconnu.
      *****************************************************************
       MISE-EN-ATTENTE.
           DISPLAY 'PHY-PRO-ATT'                 WITH NO ADVANCING
           MOVE cppro1-ent-att-id                TO tlmpro-id
           IF cppro1-ent-att-id = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-PRO-ATT: code prospect vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmpro-id '> <' cppro1-ent-att-date '>'
             IF cppro1-ent-att-date = SPACES THEN
               MOVE SPACES                       TO tlmpro-dtattente
               MOVE SPACES                       TO tlmpro-motattente
             ELSE
               MOVE cppro1-ent-att-date          TO tlmpro-dtattente
               MOVE cppro1-ent-att-motif         TO tlmpro-motattente
             END-IF
             IF tlmpro-dtattente NOT = SPACES
                AND tlmpro-dtattente NOT NUMERIC THEN
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-PRO-ATT: date AAAAMMJJ invalide.'
                                                 TO tlmcpil-msg
             ELSE
               EXEC SQL
                 UPDATE TRAIN04.TLMPRO
                   SET DTATTENTE  = :tlmpro-dtattente,
                       MOTATTENTE = :tlmpro-motattente,
                       DTMAJ      = CURRENT TIMESTAMP
                   WHERE ID     = :tlmpro-id
                     AND STATUT = 'A'
               END-EXEC
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * SEGMENTATION (fct SEGMENT) : pose le code d'activite NAF
      * (sous-classe du referentiel TLMNAF) et/ou la tranche
      * d'effectif INSEE du prospect actif ; une donnee a espace est
      * laissee inchangee, les deux a espace = refus ('01'). Pas de
      * cliche TLMPROH : donnees descriptives reprises du repertoire
      * SIRENE, sans incidence sur le cycle de vente.
      * rc '02' code NAF hors referentiel ou tranche inconnue, '10'
      * prospect actif inconnu.
      *****************************************************************
       SEGMENTATION.
           DISPLAY 'PHY-PRO-SEG'                 WITH NO ADVANCING
           MOVE cppro1-ent-seg-id                TO tlmpro-id
           MOVE cppro1-ent-seg-naf               TO tlmpro-naf
           MOVE cppro1-ent-seg-tranche           TO tlmpro-tranche
           INSPECT tlmpro-naf CONVERTING w-minuscules TO w-majuscules
           IF cppro1-ent-seg-id = SPACES
              OR (tlmpro-naf = SPACES AND tlmpro-tranche = SPACES)
           THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-PRO-SEG: prospect/segment vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmpro-id '> <' tlmpro-naf '> <'
                     tlmpro-tranche '>'
             MOVE 1                              TO w-naf-cnt
             IF tlmpro-naf NOT = SPACES THEN
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :w-naf-cnt
                   FROM TRAIN04.TLMNAF
                   WHERE CODE   = :tlmpro-naf
                     AND NIVEAU = 'C'
               END-EXEC
               IF SQLCODE NOT = 0 THEN
                 MOVE 0                          TO w-naf-cnt
               END-IF
             END-IF
             EVALUATE TRUE
               WHEN w-naf-cnt = 0
                 MOVE '02'                       TO tlmcpil-rc
                 MOVE 'PHY-PRO-SEG: code NAF inconnu.'
                                                 TO tlmcpil-msg
               WHEN tlmpro-tranche NOT = SPACES
                    AND NOT TLMPRO-TRANCHE-VALIDE
                 MOVE '02'                       TO tlmcpil-rc
                 MOVE 'PHY-PRO-SEG: tranche effectif inconnue.'
                                                 TO tlmcpil-msg
               WHEN OTHER
                 EXEC SQL
                   UPDATE TRAIN04.TLMPRO
                     SET NAF     = CASE WHEN :tlmpro-naf = ' '
                                        THEN NAF
                                        ELSE :tlmpro-naf END,
                         TRANCHE = CASE WHEN :tlmpro-tranche = ' '
                                        THEN TRANCHE
                                        ELSE :tlmpro-tranche END,
                         DTMAJ   = CURRENT TIMESTAMP
                     WHERE ID     = :tlmpro-id
                       AND STATUT = 'A'
                 END-EXEC
                 PERFORM VERIF-SQLCODE
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * QUALIFICATION (fct QUALIF) : pose les criteres de
      * qualification du prospect actif (budget, decideur, besoin,
      * horizon d'achat). Mode espace : un critere a espace est
      * laisse inchange, les quatre a espace = refus ('01') ; mode
      * 'R' : les quatre criteres sont remplaces tels que fournis.
      * Pas de cliche TLMPROH : le stade n'est pas touche, et c'est
      * au passage 'N' -> 'Q' que les criteres sont controles.
      * rc '02' valeur de critere invalide, '10' prospect actif
      * inconnu.
      *****************************************************************
       QUALIFICATION.
           DISPLAY 'PHY-PRO-QUA'                 WITH NO ADVANCING
           MOVE cppro1-ent-qua-id                TO tlmpro-id
           MOVE cppro1-ent-qua-budget            TO tlmpro-qbudget
           MOVE cppro1-ent-qua-decideur          TO tlmpro-qdecideur
           MOVE cppro1-ent-qua-besoin            TO tlmpro-qbesoin
           MOVE cppro1-ent-qua-delai             TO tlmpro-qdelai
           INSPECT tlmpro-qbudget CONVERTING w-minuscules
                                          TO w-majuscules
           INSPECT tlmpro-qdecideur CONVERTING w-minuscules
                                            TO w-majuscules
           INSPECT tlmpro-qbesoin CONVERTING w-minuscules
                                          TO w-majuscules
           INSPECT tlmpro-qdelai CONVERTING w-minuscules
                                         TO w-majuscules
           IF cppro1-ent-qua-id = SPACES
              OR (NOT cppro1-ent-qua-remplace
                  AND tlmpro-qbudget = SPACE
                  AND tlmpro-qdecideur = SPACE
                  AND tlmpro-qbesoin = SPACE
                  AND tlmpro-qdelai = SPACE)
           THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-PRO-QUA: prospect/criteres vides.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmpro-id '> <' tlmpro-qbudget
                     tlmpro-qdecideur tlmpro-qbesoin tlmpro-qdelai
                     '> mode <' cppro1-ent-qua-mode '>'
             IF NOT TLMPRO-QBUDGET-VALIDE
                OR NOT TLMPRO-QDECIDEUR-VALIDE
                OR NOT TLMPRO-QBESOIN-VALIDE
                OR NOT TLMPRO-QDELAI-VALIDE THEN
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-PRO-QUA: critere invalide.'
                                                 TO tlmcpil-msg
             ELSE
               IF cppro1-ent-qua-remplace THEN
                 EXEC SQL
                   UPDATE TRAIN04.TLMPRO
                     SET QBUDGET   = :tlmpro-qbudget,
                         QDECIDEUR = :tlmpro-qdecideur,
                         QBESOIN   = :tlmpro-qbesoin,
                         QDELAI    = :tlmpro-qdelai,
                         DTMAJ     = CURRENT TIMESTAMP
                     WHERE ID     = :tlmpro-id
                       AND STATUT = 'A'
                 END-EXEC
               ELSE
                 EXEC SQL
                   UPDATE TRAIN04.TLMPRO
                     SET QBUDGET   = CASE WHEN :tlmpro-qbudget = ' '
                                          THEN QBUDGET
                                          ELSE :tlmpro-qbudget END,
                         QDECIDEUR = CASE WHEN :tlmpro-qdecideur = ' '
                                          THEN QDECIDEUR
                                          ELSE :tlmpro-qdecideur END,
                         QBESOIN   = CASE WHEN :tlmpro-qbesoin = ' '
                                          THEN QBESOIN
                                          ELSE :tlmpro-qbesoin END,
                         QDELAI    = CASE WHEN :tlmpro-qdelai = ' '
                                          THEN QDELAI
                                          ELSE :tlmpro-qdelai END,
                         DTMAJ     = CURRENT TIMESTAMP
                     WHERE ID     = :tlmpro-id
                       AND STATUT = 'A'
                 END-EXEC
               END-IF
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * DUPCHK : ouvre le curseur des doublons possibles d'un prospect
      * a creer (SIRET, nom normalise + code postal, telephone d'un
      * contact) et renvoie le premier via cppro1-sor-dup. Tous les
      * criteres a espace = refus ('01'). rc='10' si aucun prospect
      * actif ne se rapproche (curseur deja referme).
      *****************************************************************
       DOUBLON-DEBUT.
           DISPLAY 'PHY-PRO-DUP'      WITH NO ADVANCING
           MOVE cppro1-ent-dup-siret  TO w-dup-siret
           MOVE cppro1-ent-dup-tel    TO w-dup-tel
           MOVE cppro1-ent-dup-nom    TO w-nrm-brut
           PERFORM NORMALISE-NOM
           MOVE w-nrm-net             TO w-dup-cle
      *    sans nom exploitable, pas de rapprochement par le nom
           IF w-dup-cle = SPACES THEN
             MOVE SPACES              TO w-dup-cp
           ELSE
             MOVE cppro1-ent-dup-cp   TO w-dup-cp
           END-IF
           IF w-dup-siret = SPACES AND w-dup-cp = SPACES
              AND w-dup-tel = SPACES THEN
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-PRO-DUP: aucun critere de recherche.'
               TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' w-dup-cp '>'
             EXEC SQL
               OPEN CURS-PRO-DUP
             END-EXEC
             PERFORM DOUBLON-FETCH
           END-IF
           .

      *****************************************************************
      * DUPNEXT : doublon possible suivant du curseur ouvert par
      * DUPCHK. rc='10' en fin de curseur (alors referme).
      *****************************************************************
       DOUBLON-SUITE.
           DISPLAY 'PHY-PRO-DUP-SUIVANT' WITH NO ADVANCING
           PERFORM DOUBLON-FETCH
           .

       DOUBLON-FETCH.
           SET w-dup-retenu-non       TO TRUE
           PERFORM DOUBLON-LIT
             UNTIL w-dup-retenu-oui
                OR SQLCODE NOT = 0
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             DISPLAY ' <' tlmpro-id '> <' w-dup-critere '>'
             MOVE tlmpro-id           TO cppro1-sor-dup-id
             MOVE tlmpro-nom          TO cppro1-sor-dup-nom
             MOVE tlmpro-addr-cp      TO cppro1-sor-dup-cp
             MOVE tlmpro-addr-ville   TO cppro1-sor-dup-ville
             MOVE w-dup-critere       TO cppro1-sor-dup-critere
           ELSE
             DISPLAY ' None'
             EXEC SQL
               CLOSE CURS-PRO-DUP
             END-EXEC
           END-IF
           .

      *****************************************************************
      * Lecture d'une ligne du curseur : une ligne de la branche nom
      * n'est retenue que si son nom normalise est celui saisi.
      *****************************************************************
       DOUBLON-LIT.
           EXEC SQL
             FETCH CURS-PRO-DUP
               INTO :tlmpro-id, :tlmpro-nom, :tlmpro-addr-cp,
                    :tlmpro-addr-ville, :w-dup-critere
           END-EXEC
           IF SQLCODE = 0 THEN
             IF w-dup-critere = 'N' THEN
               MOVE tlmpro-nom        TO w-nrm-brut
               PERFORM NORMALISE-NOM
               IF w-nrm-net = w-dup-cle THEN
                 SET w-dup-retenu-oui TO TRUE
               END-IF
             ELSE
               SET w-dup-retenu-oui   TO TRUE
             END-IF
           END-IF
           .

      *****************************************************************
      * Normalisation du nom (w-nrm-brut -> w-nrm-net), cf. TLMBPGM23.
      *****************************************************************
       NORMALISE-NOM.
           INSPECT w-nrm-brut CONVERTING w-minuscules
                                      TO w-majuscules
           INSPECT w-nrm-brut CONVERTING w-accentues
                                      TO w-desaccentues
           INSPECT w-nrm-brut CONVERTING w-ponctuation
                                      TO SPACES
           INSPECT w-nrm-brut CONVERTING '0123456789'
                                      TO SPACES
           MOVE SPACES                TO w-nrm-net
           MOVE 0                     TO w-nrm-j
           MOVE 1                     TO w-nrm-prec-esp
           PERFORM COMPRIME-ESPACE
             VARYING w-nrm-i FROM 1 BY 1
             UNTIL w-nrm-i > 35
           .

       COMPRIME-ESPACE.
           IF w-nrm-brut (w-nrm-i : 1) = SPACE THEN
             MOVE 1                   TO w-nrm-prec-esp
           ELSE
             IF w-nrm-prec-esp = 1 AND w-nrm-j > 0 THEN
               ADD 1                  TO w-nrm-j
             END-IF
             ADD 1                    TO w-nrm-j
             MOVE w-nrm-brut (w-nrm-i : 1)
               TO w-nrm-net (w-nrm-j : 1)
             MOVE 0                   TO w-nrm-prec-esp
           END-IF
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant (ex.
      * TLMBPGM3 tous les N enregistrements pilotage traites), pour
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * ROLLBACK : annulation de toute l'unite de travail en cours,
      * demandee par l'appelant (ex. TLMBPGM3 en mode repetition, qui
      * deroule tout le pilotage sans jamais valider).
      *****************************************************************
       ROLLBACK-TRT.
           DISPLAY 'PHY-PRO-ROLLBACK' WITH NO ADVANCING
           EXEC SQL
             ROLLBACK
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * COUNT : nombre de prospects actifs, pour le rapprochement
      * pilotage / BDD (tot. AJO/MAJ/SUP vs. volumetrie reelle)
           END-IF
           .

      *****************************************************************
      * JRN-SECOURS : ligne du journal des changements (TLMJRN) pour
      * le site de secours apres une ecriture reussie du prospect,
      * inseree dans la meme unite de travail (cf. TLMBPGM150). Un
      * echec fait remonter l'ecriture elle-meme en erreur : sans sa
      * ligne de journal, elle serait perdue en cas de bascule.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO tlmjrn-operation
           EVALUATE tlmcpil-fct
             WHEN 'ADD'
               SET TLMJRN-OPERATION-AJO          TO TRUE
             WHEN 'DELETE'
             WHEN 'UNDOADD'
               SET TLMJRN-OPERATION-SUP          TO TRUE
             WHEN 'UPDATE'
             WHEN 'RESTORE'
             WHEN 'HOLD'
             WHEN 'SEGMENT'
             WHEN 'QUALIF'
               SET TLMJRN-OPERATION-MAJ          TO TRUE
           END-EVALUATE
           IF tlmjrn-operation NOT = SPACES THEN
             MOVE 'TLMPRO'                       TO tlmjrn-tabnom
             MOVE tlmpro-id                      TO tlmjrn-cle
             MOVE tlmcpil-origine                TO tlmjrn-origine
             EXEC SQL
               INSERT INTO TRAIN04.TLMJRN (
                   JRNID, DTCHG, TABNOM, CLE, OPERATION, ORIGINE)
                 VALUES (
                   HEX(GENERATE_UNIQUE()), CURRENT TIMESTAMP,
                   :tlmjrn-tabnom, :tlmjrn-cle, :tlmjrn-operation,
                   :tlmjrn-origine)
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'PHY-PRO-ERR JOURNAL SECOURS <' tlmjrn-cle
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
