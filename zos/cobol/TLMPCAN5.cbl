           EXEC SQL
             INCLUDE DCLCAN
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMTOK (coffre des
      *    telephones et adresses electroniques jetonnes)
           EXEC SQL
             INCLUDE DCLTOK
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCFG
      *    (habilitation de l'origine a la restitution en clair,
      *    parametre 'CLAIR')
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMDOI (adresses
      *    electroniques en attente de confirmation, double opt-in)
           EXEC SQL
             INCLUDE DCLDOI
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMJRN (journal
      *    des changements pour le site de secours)
           EXEC SQL
             INCLUDE DCLJRN
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Normalisation des telephones (cf. TLMPCON2/NORMALISE-TEL) :
       01 w-can-ok        PIC 9.
           88 w-can-ok-oui        VALUE 1.
           88 w-can-ok-non        VALUE 0.
      *    Jetonnage de la valeur du canal (cf. TLMTOK et TLMPCON2/
      *    JETON-VAL, meme regle) : valeur traitee, nature ('T'
      *    telephone, 'E' mel), partie locale et domaine d'une
      *    adresse, longueur du domaine, plus grand jeton attribue et
      *    forme numerique du suivant
       77 w-jet-val       PIC X(80).
       77 w-jet-nature    PIC X(01).
       77 w-jet-loc       PIC X(80).
       77 w-jet-dom       PIC X(80).
       77 w-jet-lng       PIC S9(3) COMP-3.
       77 w-jet-max       PIC X(10).
       77 w-jet-num       PIC 9(09).
      *    w-jet-val est-il deja un jeton (JETON-VRF) ?
       01 w-jeton         PIC 9.
           88 w-jeton-oui         VALUE 1.
           88 w-jeton-non         VALUE 0.
      *    Acces au coffre sans erreur SQL
       01 w-jet-ok        PIC 9.
           88 w-jet-ok-oui        VALUE 1.
           88 w-jet-ok-non        VALUE 0.
      *    Habilitation de l'origine appelante a la restitution en
      *    clair (cf. TLMPCON2/CLAIR-DROIT), gardee pour les appels
      *    suivants de la meme origine
       77 w-clr-origine   PIC X(12) VALUE HIGH-VALUES.
       77 w-clr-prog      PIC X(10).
       77 w-clr-trn       PIC X(08).
       01 w-clr-droit     PIC 9     VALUE 0.
           88 w-clr-droit-oui     VALUE 1.
           88 w-clr-droit-non     VALUE 0.
      *    Double opt-in : source de l'ecriture verifiee (cf.
      *    TLMPCON2/DOI-SOURCE), gardee pour les appels suivants de la
      *    meme origine
       77 w-doi-origine   PIC X(12) VALUE HIGH-VALUES.
       77 w-doi-prog      PIC X(10).
       77 w-doi-trn       PIC X(08).
       01 w-doi-verif     PIC 9     VALUE 0.
           88 w-doi-verif-oui     VALUE 1.
           88 w-doi-verif-non     VALUE 0.
      *****************************************************************
      * Curseur : canaux d'un contact donne, canaux preferes d'abord
      * puis par type, pour la fonction LISTBYCON / LISTNEXT
             WHEN 'LISTBYCON'       PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN 'CLAIR'           PERFORM CLAIR-TRT
             WHEN 'JETON'           PERFORM JETON-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
      *    Toute ecriture reussie est journalisee pour le site de
      *    secours dans la meme unite de travail
           IF tlmcpil-rc = '00' THEN
             PERFORM JRN-SECOURS
           END-IF
           .

      *****************************************************************
      * L'existence du contact n'est pas controlee ici (c'est a
      * l'appelant de la verifier via TLMPCON2, comme le fait TLMBPGM3
      * avant d'appeler cette couche).
      * La valeur est ecrite sous forme de jeton (cf. TLMTOK), cree
      * au besoin ; une valeur deja jetonnee est reprise telle quelle,
      * sans controle de format.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-CAN-AJO'                 WITH NO ADVANCING
                 MOVE 'PHY-CAN-AJO: valeur de canal vide.'
                                                 TO tlmcpil-msg
               ELSE
                 MOVE tlmcan-valeur              TO w-jet-val
                 PERFORM JETON-VRF
                 IF w-jeton-oui THEN
                   SET w-format-can-oui          TO TRUE
                 ELSE
                   PERFORM VRF-FORMAT-CAN
                 END-IF
                 IF w-format-can-oui THEN
                   PERFORM JETON-CAN
                 END-IF
                 IF w-format-can-oui THEN
                   PERFORM AJOUT-BDD
                 END-IF
                 :tlmcan-valeur, :tlmcan-prefere)
           END-EXEC
           PERFORM VERIF-SQLCODE
      *    Adresse electronique ajoutee : a confirmer si la source
      *    n'est pas verifiee (cf. DOI-POSE)
           IF SQLCODE = 0 AND TLMCAN-CANTYPE-MEL THEN
             MOVE tlmcan-conid                   TO tlmdoi-conid
             MOVE 'E'                            TO tlmdoi-canal
             MOVE tlmcan-valeur                  TO tlmdoi-valeur
             PERFORM DOI-POSE
           END-IF
           IF SQLCODE = 0 THEN
             MOVE '00'                           TO tlmcpil-rc
             STRING
       VRF-FORMAT-CAN.
           SET w-format-can-oui                  TO TRUE
           IF TLMCAN-CANTYPE-TEL THEN
             PERFORM NORMALISE-CAN
             IF w-val-nbr = ZERO THEN
               SET w-format-can-non              TO TRUE
               MOVE '04'                         TO tlmcpil-rc
           END-IF
           .

      *****************************************************************
      * NORMALISE-CAN : chiffres du telephone tlmcan-valeur dans
      * w-val-net (w-val-nbr chiffres), zero de tete restitue sur
      * neuf chiffres.
      *****************************************************************
       NORMALISE-CAN.
           MOVE SPACES                           TO w-val-net
           MOVE ZERO                             TO w-val-nbr
           PERFORM NORMALISE-CAN-CAR
             VARYING w-val-i FROM 1 BY 1
             UNTIL w-val-i > 80
           IF w-val-nbr = 9 THEN
             MOVE w-val-net                      TO w-val-dec
             MOVE SPACES                         TO w-val-net
             MOVE '0'                            TO w-val-net (1 : 1)
             MOVE w-val-dec (1 : 9)              TO w-val-net (2 : 9)
             MOVE 10                             TO w-val-nbr
           END-IF
           .

       NORMALISE-CAN-CAR.
           IF tlmcan-valeur (w-val-i : 1) >= '0'
              AND tlmcan-valeur (w-val-i : 1) <= '9' THEN
             MOVE tlmcan-cantype      TO cpcan5-sor-lst-type
             MOVE tlmcan-valeur       TO cpcan5-sor-lst-valeur
             MOVE tlmcan-prefere      TO cpcan5-sor-lst-pref
             IF tlmcpil-clair-oui THEN
               PERFORM CLAIR-LST
             END-IF
           ELSE
             DISPLAY ' None'
             EXEC SQL
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * JETON-CAN : valeur du canal a ecrire (AJOUT, apres controle de
      * format) remplacee par son jeton, cree au besoin dans le coffre
      * TLMTOK. Erreur d'acces au coffre : rc '99' et AJOUT abandonne.
      *****************************************************************
       JETON-CAN.
           MOVE tlmcan-valeur                    TO w-jet-val
           PERFORM JETON-NATURE
           PERFORM JETON-VAL
           IF w-jet-ok-oui THEN
             MOVE w-jet-val                      TO tlmcan-valeur
           ELSE
             SET w-format-can-non                TO TRUE
           END-IF
           .

      *****************************************************************
      * JETON-NATURE : nature du jeton selon le type du canal
      *****************************************************************
       JETON-NATURE.
           IF TLMCAN-CANTYPE-TEL THEN
             MOVE 'T'                            TO w-jet-nature
           ELSE
             MOVE 'E'                            TO w-jet-nature
           END-IF
           .

      *****************************************************************
      * JETON-VRF : w-jet-val est-il deja un jeton ? '#' suivi de neuf
      * chiffres, puis rien ou le domaine d'une adresse electronique.
      *****************************************************************
       JETON-VRF.
           SET w-jeton-non                       TO TRUE
           IF w-jet-val (1 : 1) = '#'
              AND w-jet-val (2 : 9) IS NUMERIC
              AND (w-jet-val (11 : 1) = SPACE
                   OR w-jet-val (11 : 1) = '@') THEN
             SET w-jeton-oui                     TO TRUE
           END-IF
           .

      *****************************************************************
      * JETON-VAL : remplace la valeur en clair w-jet-val (nature
      * w-jet-nature) par son jeton, cree s'il n'existe pas encore.
      * Une valeur vide ou deja jetonnee est laissee telle quelle.
      * Erreur SQL : rc '99' via VERIF-SQLCODE et w-jet-ok-non.
      *****************************************************************
       JETON-VAL.
           SET w-jet-ok-oui                      TO TRUE
           PERFORM JETON-VRF
           IF w-jet-val NOT = SPACES
              AND w-jeton-non THEN
             MOVE w-jet-nature                   TO tlmtok-nature
             MOVE w-jet-val                      TO tlmtok-valeur
             EXEC SQL
               SELECT TOKEN
                 INTO :tlmtok-token
                 FROM TRAIN04.TLMTOK
                 WHERE NATURE = :tlmtok-nature
                   AND VALEUR = :tlmtok-valeur
             END-EXEC
             IF SQLCODE = 100 THEN
               PERFORM JETON-CREE
             END-IF
             IF SQLCODE NOT = 0 THEN
               SET w-jet-ok-non                  TO TRUE
               PERFORM VERIF-SQLCODE
             ELSE
               PERFORM JETON-FORME
             END-IF
           END-IF
           .

      *****************************************************************
      * JETON-CREE : nouveau jeton = plus grand jeton attribue plus un
      * (une collision concurrente remonterait en '99' via la cle
      * primaire). Seul le jeton est affiche, jamais la valeur.
      *****************************************************************
       JETON-CREE.
           EXEC SQL
             SELECT COALESCE(MAX(TOKEN), '#000000000')
               INTO :w-jet-max
               FROM TRAIN04.TLMTOK
               WHERE TOKEN BETWEEN '#000000000' AND '#999999999'
           END-EXEC
           IF SQLCODE = 0 THEN
             IF w-jet-max (2 : 9) NOT NUMERIC THEN
               MOVE ZERO                         TO w-jet-num
             ELSE
               MOVE w-jet-max (2 : 9)            TO w-jet-num
             END-IF
             ADD 1                               TO w-jet-num
             MOVE '#'                            TO tlmtok-token (1 : 1)
             MOVE w-jet-num                      TO tlmtok-token (2 : 9)
             EXEC SQL
               INSERT INTO TRAIN04.TLMTOK (
                 TOKEN,
                 NATURE,
                 VALEUR,
                 DTCRE)
               VALUES (
                 :tlmtok-token,
                 :tlmtok-nature,
                 :tlmtok-valeur,
                 CURRENT TIMESTAMP)
             END-EXEC
             DISPLAY 'PHY-CAN-JET creation <' tlmtok-token '>'
           END-IF
           .

      *****************************************************************
      * JETON-FORME : forme stockee du jeton ; une adresse garde son
      * domaine derriere le jeton s'il tient dans la zone.
      *****************************************************************
       JETON-FORME.
           MOVE ZERO                             TO w-jet-lng
           IF w-jet-nature = 'E' THEN
             MOVE SPACES                         TO w-jet-loc
                                                    w-jet-dom
             UNSTRING w-jet-val DELIMITED BY '@'
               INTO w-jet-loc w-jet-dom
             END-UNSTRING
             INSPECT w-jet-dom TALLYING w-jet-lng
               FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF
           MOVE SPACES                           TO w-jet-val
           IF w-jet-lng > 0 AND w-jet-lng < 70 THEN
             STRING
               tlmtok-token        DELIMITED SIZE
               '@'                 DELIMITED SIZE
               w-jet-dom           DELIMITED SPACE
               INTO w-jet-val
             END-STRING
           ELSE
             MOVE tlmtok-token                   TO w-jet-val
           END-IF
           .

      *****************************************************************
      * CLAIR-VAL : remplace le jeton w-jet-val par sa valeur en clair
      * lue au coffre (valeur non jetonnee ou jeton inconnu laisses
      * tels quels). A n'appeler qu'apres CLAIR-DROIT.
      *****************************************************************
       CLAIR-VAL.
           PERFORM JETON-VRF
           IF w-jeton-oui THEN
             MOVE w-jet-val (1 : 10)             TO tlmtok-token
             EXEC SQL
               SELECT VALEUR
                 INTO :tlmtok-valeur
                 FROM TRAIN04.TLMTOK
                 WHERE TOKEN = :tlmtok-token
             END-EXEC
             IF SQLCODE = 0 THEN
               MOVE tlmtok-valeur                TO w-jet-val
             END-IF
             IF SQLCODE < 0 THEN
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * CLAIR-DROIT : l'origine de l'appel est-elle habilitee a
      * recevoir les valeurs en clair (parametre 'CLAIR' de TLMCFG,
      * meme regle que TLMPCON2/CLAIR-DROIT) ?
      *****************************************************************
       CLAIR-DROIT.
           IF tlmcpil-origine NOT = w-clr-origine THEN
             MOVE tlmcpil-origine                TO w-clr-origine
             SET w-clr-droit-non                 TO TRUE
             MOVE tlmcpil-origine (1 : 10)       TO w-clr-prog
             MOVE SPACES                         TO w-clr-trn
             MOVE tlmcpil-origine (1 : 4)        TO w-clr-trn
             EXEC SQL
               SELECT VALEUR
                 INTO :tlmcfg-valeur
                 FROM TRAIN04.TLMCFG
                 WHERE PARAM = 'CLAIR'
                   AND PROGRAMME IN (:w-clr-prog, :w-clr-trn, '*')
                 ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 AND tlmcfg-valeur (1 : 1) = 'O' THEN
               SET w-clr-droit-oui               TO TRUE
             END-IF
             IF SQLCODE < 0 THEN
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * CLAIR-LST : valeur du canal en sortie de liste restituee en
      * clair, a la demande de l'appelant (tlmcpil-clair-oui) et si
      * son origine y est habilitee ; jeton sinon.
      *****************************************************************
       CLAIR-LST.
           PERFORM CLAIR-DROIT
           IF w-clr-droit-oui THEN
             MOVE cpcan5-sor-lst-valeur          TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val
               TO cpcan5-sor-lst-valeur
           ELSE
             DISPLAY 'PHY-CAN clair refuse <' tlmcpil-origine '>'
           END-IF
           .

      *****************************************************************
      * CLAIR (fct) : resolution d'une valeur de canal lue par
      * l'appelant lui-meme en base. rc '20' si l'origine n'est pas
      * habilitee : la valeur est alors renvoyee telle qu'entree.
      *****************************************************************
       CLAIR-TRT.
           DISPLAY 'PHY-CAN-CLAIR'               WITH NO ADVANCING
           MOVE cpcan5-ent-jet-valeur
             TO cpcan5-sor-jet-valeur
           MOVE '00'                             TO tlmcpil-rc
           MOVE 'PHY-CAN Req. succes.'           TO tlmcpil-msg
           PERFORM CLAIR-DROIT
           IF w-clr-droit-oui THEN
             DISPLAY ' <' tlmcpil-origine '>'
             MOVE cpcan5-ent-jet-valeur          TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val
               TO cpcan5-sor-jet-valeur
           ELSE
             DISPLAY ' refus <' tlmcpil-origine '>'
             MOVE '20'                           TO tlmcpil-rc
             MOVE 'PHY-CAN-CLAIR: origine non habilitee.'
                                                 TO tlmcpil-msg
           END-IF
           .

      *****************************************************************
      * JETON (fct) : jetonnage d'une valeur de canal (telephone
      * normalise au prealable, cf. NORMALISE-CAN) a ecrire par
      * l'appelant hors couche physique (balayage TLMBPGM128, mode
      * masse de TLMBPGM3), jeton cree au besoin. Pas de controle de
      * format ici : une valeur inexploitable est jetonnee telle
      * quelle.
      *****************************************************************
       JETON-TRT.
           DISPLAY 'PHY-CAN-JETON'
           MOVE '00'                             TO tlmcpil-rc
           MOVE 'PHY-CAN Req. succes.'           TO tlmcpil-msg
           MOVE cpcan5-ent-jet-type              TO tlmcan-cantype
           MOVE cpcan5-ent-jet-valeur            TO tlmcan-valeur
                                                    w-jet-val
           PERFORM JETON-VRF
           IF TLMCAN-CANTYPE-TEL AND w-jeton-non THEN
             PERFORM NORMALISE-CAN
             IF w-val-nbr > ZERO THEN
               MOVE w-val-net                    TO w-jet-val
             END-IF
           END-IF
           PERFORM JETON-NATURE
           PERFORM JETON-VAL
           MOVE w-jet-val
             TO cpcan5-sor-jet-valeur
           .

      *****************************************************************
      * DOI-POSE : canal mel ajoute mis en attente de confirmation
      * (double opt-in, cf. TLMDOI) quand sa source n'est pas verifiee,
      * meme regle que TLMPCON2/DOI-POSE.
      *****************************************************************
       DOI-POSE.
           PERFORM DOI-SOURCE
           IF w-doi-verif-non THEN
             MOVE tlmcpil-origine                TO tlmdoi-origine
             EXEC SQL
               SELECT STATUT
                 INTO :tlmdoi-statut
                 FROM TRAIN04.TLMDOI
                 WHERE CONID  = :tlmdoi-conid
                   AND CANAL  = :tlmdoi-canal
                   AND VALEUR = :tlmdoi-valeur
             END-EXEC
             EVALUATE TRUE
               WHEN SQLCODE = 100
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMDOI (
                       CONID, CANAL, VALEUR, STATUT, JETON, ORIGINE,
                       DTCRE, DTENV, DTSTAT)
                     VALUES (
                       :tlmdoi-conid, :tlmdoi-canal, :tlmdoi-valeur,
                       'A',
                       HEX(GENERATE_UNIQUE()) CONCAT
                         DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                       :tlmdoi-origine, CURRENT TIMESTAMP, ' ', ' ')
                 END-EXEC
               WHEN SQLCODE = 0 AND TLMDOI-STATUT-EXPIRE
                 EXEC SQL
                   UPDATE TRAIN04.TLMDOI
                     SET STATUT  = 'A',
                         JETON   = HEX(GENERATE_UNIQUE()) CONCAT
                           DIGITS(DECIMAL(RAND() * 9999999999, 10, 0)),
                         ORIGINE = :tlmdoi-origine,
                         DTCRE   = CURRENT TIMESTAMP,
                         DTENV   = ' ',
                         DTSTAT  = ' '
                     WHERE CONID  = :tlmdoi-conid
                       AND CANAL  = :tlmdoi-canal
                       AND VALEUR = :tlmdoi-valeur
                 END-EXEC
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'PHY-CAN-ERR DOUBLE OPT-IN <' tlmdoi-conid '/'
                       tlmdoi-canal '> SQLCODE <' sqlcode '>'
             END-IF
             PERFORM VERIF-SQLCODE
           END-IF
           .

      *****************************************************************
      * DOI-SOURCE : la source de l'ecriture est-elle verifiee ?
      * Parametre 'OPTIN' de TLMCFG a 'N', meme regle que TLMPCON2/
      * DOI-SOURCE.
      *****************************************************************
       DOI-SOURCE.
           IF tlmcpil-origine NOT = w-doi-origine THEN
             MOVE tlmcpil-origine                TO w-doi-origine
             SET w-doi-verif-non                 TO TRUE
             MOVE tlmcpil-origine (1 : 10)       TO w-doi-prog
             MOVE SPACES                         TO w-doi-trn
             MOVE tlmcpil-origine (1 : 4)        TO w-doi-trn
             EXEC SQL
               SELECT VALEUR
                 INTO :tlmcfg-valeur
                 FROM TRAIN04.TLMCFG
                 WHERE PARAM = 'OPTIN'
                   AND PROGRAMME IN (:w-doi-prog, :w-doi-trn, '*')
                 ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 AND tlmcfg-valeur (1 : 1) = 'N' THEN
               SET w-doi-verif-oui               TO TRUE
             END-IF
           END-IF
           .

       FIN.
           CONTINUE.

           END-EVALUATE
           .

      *****************************************************************
      * JRN-SECOURS : ligne du journal des changements (TLMJRN) pour
      * le site de secours apres l'ecriture reussie du canal de contact
      * (cle : le contact, tous ses canaux sont reexpedies)
      * inseree dans la meme unite de travail (cf. TLMBPGM150). Un
      * echec fait remonter l'ecriture elle-meme en erreur : sans sa
      * ligne de journal, elle serait perdue en cas de bascule.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO tlmjrn-operation
           EVALUATE tlmcpil-fct
             WHEN 'ADD'
               SET TLMJRN-OPERATION-AJO          TO TRUE
           END-EVALUATE
           IF tlmjrn-operation NOT = SPACES THEN
             MOVE 'TLMCAN'                       TO tlmjrn-tabnom
             MOVE tlmcan-conid                   TO tlmjrn-cle
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
               DISPLAY 'PHY-CAN-ERR JOURNAL SECOURS <' tlmjrn-cle
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
