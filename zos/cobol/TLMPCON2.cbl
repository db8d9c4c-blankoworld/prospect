           EXEC SQL
             INCLUDE DCLCONH
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
       77 SQLCNT          PIC S9(7) COMP-3.
      *    saisie et compteur de chiffres recueillis
       77 w-fnd-tel       PIC X(10).
       77 w-fnd-mel       PIC X(80).
      *    ... et son jeton (cf. TLMTOK), la valeur pouvant etre
      *    stockee sous l'une ou l'autre forme tant que le balayage
      *    TLMBPGM128 n'est pas passe
       77 w-fnd-jet-tel   PIC X(10).
       77 w-fnd-jet-mel   PIC X(80).
       77 w-fnd-quoi      PIC X(01).
       77 w-fnd-i         PIC S9(3) COMP-3.
       77 w-fnd-nbr       PIC S9(3) COMP-3.
      *    toute l'unite de travail et remonte en erreur), cf.
      *    MAJ-REJOUE et consorts : numero de la tentative en cours
       77 w-essai          PIC 9.
      *    Jetonnage des telephones et adresses electroniques (cf.
      *    TLMTOK, JETON-VAL/CLAIR-VAL) : valeur traitee (clair en
      *    entree de JETON-VAL, jeton en sortie, l'inverse pour
      *    CLAIR-VAL), sa nature ('T' telephone, 'E' mel), partie
      *    locale et domaine d'une adresse, longueur du domaine, plus
      *    grand jeton attribue et forme numerique du suivant
       77 w-jet-val        PIC X(80).
       77 w-jet-nature     PIC X(01).
       77 w-jet-loc        PIC X(80).
       77 w-jet-dom        PIC X(80).
       77 w-jet-lng        PIC S9(3) COMP-3.
       77 w-jet-max        PIC X(10).
       77 w-jet-num        PIC 9(09).
      *    w-jet-val est-il deja un jeton (JETON-VRF) ?
       77 w-jeton          PIC 9.
           88 w-jeton-oui              VALUE 1.
           88 w-jeton-non              VALUE 0.
      *    Jeton absent du coffre : cree (ecriture) ou non (recherche)
       77 w-jet-creer      PIC 9.
           88 w-jet-creer-oui          VALUE 1.
           88 w-jet-creer-non          VALUE 0.
      *    Acces au coffre sans erreur SQL
       77 w-jet-ok         PIC 9.
           88 w-jet-ok-oui             VALUE 1.
           88 w-jet-ok-non             VALUE 0.
      *    Habilitation de l'origine appelante a la restitution en
      *    clair (CLAIR-DROIT), gardee pour les appels suivants de la
      *    meme origine : origine verifiee, son nom de programme (ou
      *    son code transaction CICS) et le resultat
       77 w-clr-origine    PIC X(12) VALUE HIGH-VALUES.
       77 w-clr-prog       PIC X(10).
       77 w-clr-trn        PIC X(08).
       77 w-clr-droit      PIC 9     VALUE 0.
           88 w-clr-droit-oui          VALUE 1.
           88 w-clr-droit-non          VALUE 0.
      *    Double opt-in (DOI-SOURCE) : source de l'ecriture verifiee
      *    (pas de confirmation a demander), gardee pour les appels
      *    suivants de la meme origine : origine verifiee, son nom de
      *    programme (ou son code transaction CICS) et le resultat
       77 w-doi-origine    PIC X(12) VALUE HIGH-VALUES.
       77 w-doi-prog       PIC X(10).
       77 w-doi-trn        PIC X(08).
       77 w-doi-verif      PIC 9     VALUE 0.
           88 w-doi-verif-oui          VALUE 1.
           88 w-doi-verif-non          VALUE 0.
      *****************************************************************
      * Curseur : contacts rattaches a un prospect (PID) donne, pour
      * la fonction LISTBYPID / LISTNEXT
               WHERE C.PID = P.ID
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND (C.TEL IN (:w-fnd-tel, :w-fnd-jet-tel)
                      OR C.ID IN (
                        SELECT CONID
                        FROM TRAIN04.TLMCAN
                        WHERE CANTYPE IN ('F', 'M')
                          AND SUBSTR(VALEUR, 1, 10)
                              IN (:w-fnd-tel, :w-fnd-jet-tel)))
               ORDER BY C.NOM, C.ID
           END-EXEC.

               WHERE C.PID = P.ID
                 AND C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND (C.MEL IN (:w-fnd-mel, :w-fnd-jet-mel)
                      OR C.ID IN (
                        SELECT CONID
                        FROM TRAIN04.TLMCAN
                        WHERE CANTYPE = 'E'
                          AND VALEUR IN (:w-fnd-mel, :w-fnd-jet-mel)))
               ORDER BY C.NOM, C.ID
           END-EXEC.

             WHEN 'NOTEHIST'        PERFORM NOTEHIST-DEBUT
             WHEN 'NOTENEXT'        PERFORM NOTEHIST-SUITE
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN 'ROLLBACK'        PERFORM ROLLBACK-TRT
             WHEN 'COUNT'           PERFORM COMPTE-ACTIFS
             WHEN 'HOLD'            PERFORM MISE-EN-ATTENTE
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

       LECTURE.
                 PRINCIPAL,
                 FONCTION,
                 PLAGE,
                 LANGUE,
                 DTATTENTE,
                 MOTATTENTE
               INTO
                 :tlmcon-nom,
                 :tlmcon-prenom,
                 :tlmcon-principal,
                 :tlmcon-fonction,
                 :tlmcon-plage,
                 :tlmcon-langue,
                 :tlmcon-dtattente,
                 :tlmcon-motattente
               FROM TRAIN04.TLMCON
               WHERE ID=:tlmcon-id
                 AND STATUT='A'
               MOVE tlmcon-fonction   TO cpcon2-sor-lec-fonction
               MOVE tlmcon-plage      TO cpcon2-sor-lec-plage
               MOVE tlmcon-langue     TO cpcon2-sor-lec-langue
               MOVE tlmcon-dtattente  TO cpcon2-sor-lec-dtattente
               MOVE tlmcon-motattente TO cpcon2-sor-lec-motattente
             END-IF
             IF SQLCODE = 0 AND tlmcpil-clair-oui THEN
               PERFORM CLAIR-LEC
             END-IF
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE cpcon2-ent-maj-langue          TO tlmcon-langue
             PERFORM NORMALISE-TEL
             PERFORM VRF-FORMAT-CON
             IF w-format-con-oui THEN
               PERFORM JETON-CON
             END-IF
             SET w-con-ok-oui                    TO TRUE
             IF NOT w-format-con-oui THEN
               SET w-con-ok-non                  TO TRUE
               PERFORM MAJ-REJOUE
                 UNTIL sqlcode NOT = -913
                    OR w-essai >= 3
      *        Courriel change : a confirmer si la source n'est pas
      *        verifiee (cf. DOI-POSE)
               IF SQLCODE = 0 AND w-audit-con-trouve
               AND tlmcon-mel NOT = SPACES
               AND tlmcon-mel NOT = tlmconh-mel THEN
                 MOVE tlmcon-id                  TO tlmdoi-conid
                 MOVE 'C'                        TO tlmdoi-canal
                 MOVE tlmcon-mel                 TO tlmdoi-valeur
                 PERFORM DOI-POSE
               END-IF
             END-IF
           ELSE
             MOVE '01'                           TO tlmcpil-rc
           DISPLAY 'PHY-CON-FND-TEL'
           MOVE SPACES                           TO w-fnd-tel
           MOVE ZERO                             TO w-fnd-nbr
      *    Un jeton saisi tel quel (operateur non habilite au clair,
      *    qui n'a vu que lui) est recherche sans normalisation
           MOVE cpcon2-ent-fnd-valeur            TO w-jet-val
           PERFORM JETON-VRF
           IF w-jeton-oui THEN
             MOVE w-jet-val (1 : 10)             TO w-fnd-tel
             MOVE 10                             TO w-fnd-nbr
           ELSE
             PERFORM TROUVE-TEL-CAR
               VARYING w-fnd-i FROM 1 BY 1
               UNTIL w-fnd-i > 80
                  OR w-fnd-nbr >= 10
           END-IF
           IF w-fnd-nbr = 9 THEN
      *      zero de tete restitue, via la zone de decalage commune
      *      avec NORMALISE-TEL
             MOVE 'PHY-CON-FND: numero sans chiffre.'
                                                 TO tlmcpil-msg
           ELSE
      *      Jeton du numero cherche, sans creation : un numero
      *      inconnu du coffre n'est porte par aucun contact jetonne
             MOVE w-fnd-tel                      TO w-jet-val
             MOVE 'T'                            TO w-jet-nature
             SET w-jet-creer-non                 TO TRUE
             PERFORM JETON-VAL
             MOVE w-jet-val (1 : 10)             TO w-fnd-jet-tel
             IF w-jet-ok-oui THEN
               MOVE 'T'                          TO w-fnd-quoi
               EXEC SQL
                 OPEN CURS-FND-TEL
               END-EXEC
               PERFORM TROUVE-FETCH
             END-IF
           END-IF
           .

             MOVE 'PHY-CON-FND: adresse vide.'
                                                 TO tlmcpil-msg
           ELSE
      *      Jeton de l'adresse cherchee, sans creation (une adresse
      *      saisie sous forme de jeton est reprise telle quelle)
             MOVE w-fnd-mel                      TO w-jet-val
             MOVE 'E'                            TO w-jet-nature
             SET w-jet-creer-non                 TO TRUE
             PERFORM JETON-VAL
             MOVE w-jet-val                      TO w-fnd-jet-mel
             IF w-jet-ok-oui THEN
               MOVE 'E'                          TO w-fnd-quoi
               EXEC SQL
                 OPEN CURS-FND-MEL
               END-EXEC
               PERFORM TROUVE-FETCH
             END-IF
           END-IF
           .

       ECRIT-AUDIT-CON.
           MOVE tlmcpil-src                      TO tlmconh-pilseq
           MOVE tlmcpil-origine                  TO tlmconh-origine
      *    Superviseur d'un changement sensible valide (TLMC), a
      *    espace hors validation
           MOVE tlmcpil-valideur                 TO tlmconh-valideur
           IF tlmconh-valideur = LOW-VALUES THEN
             MOVE SPACES                         TO tlmconh-valideur
           END-IF
           EXEC SQL
             INSERT INTO TRAIN04.TLMCONH (
                 ID, NOM, PRENOM, TEL, MEL, NOTE, PID, STATUT, DTMAJ,
                 OPTOUT, PRINCIPAL, FONCTION, OPERATION, PILSEQ,
                 ORIGINE, DTAUDIT, VALIDEUR)
               VALUES (
                 :tlmconh-id, :tlmconh-nom, :tlmconh-prenom,
                 :tlmconh-tel, :tlmconh-mel, :tlmconh-note,
                 :tlmconh-pid, :tlmconh-statut, :tlmconh-dtmaj,
                 :tlmconh-optout, :tlmconh-principal,
                 :tlmconh-fonction, :tlmconh-operation,
                 :tlmconh-pilseq, :tlmconh-origine, CURRENT TIMESTAMP,
                 :tlmconh-valideur)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'PHY-CON-ERR AUDIT <' tlmconh-id '> SQLCODE <'
           MOVE cpcon2-ent-ajo-langue            TO tlmcon-langue
           PERFORM NORMALISE-TEL
           PERFORM VRF-FORMAT-CON
           IF w-format-con-oui THEN
             PERFORM JETON-CON
           END-IF
           IF NOT w-format-con-oui THEN
             DISPLAY ' Format invalide'
           ELSE
                 PERFORM AJO-REJOUE
                   UNTIL sqlcode NOT = -913
                      OR w-essai >= 3
      *          Courriel saisi : a confirmer si la source n'est pas
      *          verifiee (cf. DOI-POSE)
                 IF SQLCODE = 0 AND tlmcon-mel NOT = SPACES THEN
                   MOVE tlmcon-id                TO tlmdoi-conid
                   MOVE 'C'                      TO tlmdoi-canal
                   MOVE tlmcon-mel               TO tlmdoi-valeur
                   PERFORM DOI-POSE
                 END-IF
      *          Code retour du succes
                 IF SQLCODE = 0 THEN
      *            L'ID de l'enregistrement cree ira en sortie
       NORMALISE-TEL.
           MOVE SPACES                           TO w-tel-net
           MOVE ZERO                             TO w-tel-nbr
      *    Un jeton (cf. TLMTOK) est deja la forme stockee : laisse
      *    tel quel (w-tel-nbr reste a zero)
           MOVE tlmcon-tel                       TO w-jet-val
           PERFORM JETON-VRF
           IF w-jeton-non THEN
             PERFORM NORMALISE-TEL-CAR
               VARYING w-tel-i FROM 1 BY 1
               UNTIL w-tel-i > 10
           END-IF
           IF w-tel-nbr = 9 THEN
      *      zero de tete restitue, via une zone intermediaire (un
      *      MOVE a recouvrement sur la meme zone serait indefini)
      *****************************************************************
       VRF-FORMAT-CON.
           SET w-format-con-oui                  TO TRUE
      *    Une valeur deja jetonnee (relue puis reecrite telle quelle
      *    par un appelant non habilite au clair) n'est pas controlee :
      *    sa forme en clair l'a ete a la creation du jeton
           MOVE tlmcon-mel                       TO w-jet-val
           PERFORM JETON-VRF
           IF tlmcon-mel NOT = SPACES
              AND w-jeton-non THEN
             MOVE ZERO                           TO w-mel-cpt-at
                                                     w-mel-cpt-pt
             INSPECT tlmcon-mel TALLYING w-mel-cpt-at FOR ALL '@'
                                                   TO tlmcpil-msg
             END-IF
           END-IF
           MOVE tlmcon-tel                       TO w-jet-val
           PERFORM JETON-VRF
           IF w-format-con-oui
              AND tlmcon-tel NOT = SPACES
              AND w-jeton-non THEN
             IF tlmcon-tel NOT NUMERIC THEN
               SET w-format-con-non               TO TRUE
               MOVE '04'                          TO tlmcpil-rc
             MOVE tlmcon-mel          TO cpcon2-sor-lec-mel
             MOVE tlmcon-note         TO cpcon2-sor-lec-note
             MOVE tlmcon-pid          TO cpcon2-sor-lec-pid
             IF tlmcpil-clair-oui THEN
               PERFORM CLAIR-LEC
             END-IF
           ELSE
             DISPLAY ' None'
             EXEC SQL
      * eviter de garder une seule unite de travail ouverte sur tout
      * un passage batch.
      *****************************************************************
      *****************************************************************
      * MISE EN ATTENTE (fct HOLD) : pose ou leve la date avant
      * laquelle le contact ne doit plus etre sollicite. Date a
      * espace = levee de l'attente (le motif est alors efface). Une
      * attente posee sur le prospect (TLMPPRO1 HOLD) couvre deja
      * tous ses contacts. Pas de cliche TLMCONH.
      * rc '02' date mal formee, '10' contact actif inconnu.
      *****************************************************************
       MISE-EN-ATTENTE.
           DISPLAY 'PHY-CON-ATT'                 WITH NO ADVANCING
           MOVE cpcon2-ent-att-id                TO tlmcon-id
           IF cpcon2-ent-att-id = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-CON-ATT: code contact vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmcon-id '> <' cpcon2-ent-att-date '>'
             IF cpcon2-ent-att-date = SPACES THEN
               MOVE SPACES                       TO tlmcon-dtattente
               MOVE SPACES                       TO tlmcon-motattente
             ELSE
               MOVE cpcon2-ent-att-date          TO tlmcon-dtattente
               MOVE cpcon2-ent-att-motif         TO tlmcon-motattente
             END-IF
             IF tlmcon-dtattente NOT = SPACES
                AND tlmcon-dtattente NOT NUMERIC THEN
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-CON-ATT: date AAAAMMJJ invalide.'
                                                 TO tlmcpil-msg
             ELSE
               EXEC SQL
                 UPDATE TRAIN04.TLMCON
                   SET DTATTENTE  = :tlmcon-dtattente,
                       MOTATTENTE = :tlmcon-motattente,
                       DTMAJ      = CURRENT TIMESTAMP
                   WHERE ID     = :tlmcon-id
                     AND STATUT = 'A'
               END-EXEC
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

       COMMIT-TRT.
           DISPLAY 'PHY-CON-COMMIT' WITH NO ADVANCING
           EXEC SQL
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * ROLLBACK : annulation de toute l'unite de travail en cours,
      * demandee par l'appelant (ex. TLMBPGM3 en mode repetition, qui
      * deroule tout le pilotage sans jamais valider).
      *****************************************************************
       ROLLBACK-TRT.
           DISPLAY 'PHY-CON-ROLLBACK' WITH NO ADVANCING
           EXEC SQL
             ROLLBACK
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * COUNT : nombre de contacts actifs, pour le rapprochement
      * pilotage / BDD (tot. AJO/MAJ/SUP vs. volumetrie reelle)
           END-IF
           .

      *****************************************************************
      * JETON-CON : TEL et MEL du contact a ecrire (AJOUT/MAJ, apres
      * controle de format) remplaces par leurs jetons, crees au
      * besoin dans le coffre TLMTOK : aucune valeur en clair n'est
      * plus ecrite dans TLMCON (ni, par le cliche d'audit, dans
      * TLMCONH). Erreur d'acces au coffre : rc '99' et ecriture
      * abandonnee comme pour un format invalide.
      *****************************************************************
       JETON-CON.
           SET w-jet-creer-oui                   TO TRUE
           MOVE tlmcon-tel                       TO w-jet-val
           MOVE 'T'                              TO w-jet-nature
           PERFORM JETON-VAL
           MOVE w-jet-val (1 : 10)               TO tlmcon-tel
           IF w-jet-ok-oui THEN
             MOVE tlmcon-mel                     TO w-jet-val
             MOVE 'E'                            TO w-jet-nature
             PERFORM JETON-VAL
             MOVE w-jet-val                      TO tlmcon-mel
           END-IF
           IF w-jet-ok-non THEN
             SET w-format-con-non                TO TRUE
             DISPLAY ' Coffre TLMTOK en erreur'
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
      * w-jet-nature) par son jeton. Une valeur vide ou deja jetonnee
      * est laissee telle quelle. Valeur encore absente du coffre :
      * jeton cree (w-jet-creer-oui, ecriture) ou valeur laissee en
      * clair (w-jet-creer-non, recherche). Erreur SQL : rc '99' via
      * VERIF-SQLCODE et w-jet-ok-non ; sinon le rc de l'appelant
      * n'est pas touche.
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
             IF SQLCODE = 100 AND w-jet-creer-oui THEN
               PERFORM JETON-CREE
             END-IF
             IF SQLCODE < 0 THEN
               SET w-jet-ok-non                  TO TRUE
               PERFORM VERIF-SQLCODE
             END-IF
             IF SQLCODE = 0 THEN
               PERFORM JETON-FORME
             END-IF
           END-IF
           .

      *****************************************************************
      * JETON-CREE : nouveau jeton = plus grand jeton attribue plus un
      * (meme principe qu'ATTRIBUE-ID-CON ; une collision concurrente
      * remonterait en '99' via la cle primaire ou l'index unique
      * NATURE + VALEUR). Seul le jeton est affiche, jamais la valeur.
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
             DISPLAY 'PHY-CON-JET creation <' tlmtok-token '>'
           END-IF
           .

      *****************************************************************
      * JETON-FORME : forme stockee du jeton trouve ou cree. Une
      * adresse electronique garde son domaine en clair derriere le
      * jeton ('#nnnnnnnnn@domaine') s'il tient dans la zone ; sinon,
      * comme pour un telephone, le jeton seul.
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
      * lue au coffre. Une valeur qui n'est pas un jeton (pas encore
      * balayee par TLMBPGM128) ou un jeton inconnu est laissee telle
      * quelle. A n'appeler qu'apres CLAIR-DROIT.
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
      * CLAIR-DROIT : l'origine de l'appel (tlmcpil-origine : nom du
      * job batch, ou code transaction CICS suivi de l'utilisateur)
      * est-elle habilitee a recevoir les valeurs en clair ? Parametre
      * 'CLAIR' de TLMCFG a 'O' pour le programme (10 premiers
      * caracteres de l'origine) ou la transaction (4 premiers), une
      * ligne nominative l'emportant sur la ligne '*' (meme regle que
      * TLMPCFG1). Sans parametre : jetons seulement. Le resultat est
      * garde tant que l'origine ne change pas. Cote CICS, le
      * programme d'ecran ne demande le clair que pour un operateur
      * dont le profil le permet (TLMCOPR1, OPR-CLAIR).
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
      * DOI-POSE : adresse electronique nouvelle ou changee (tlmdoi-
      * conid/canal/valeur positionnes par l'appelant, valeur telle
      * que stockee, jeton compris) mise en attente de confirmation
      * (double opt-in, cf. TLMDOI) quand sa source n'est pas verifiee
      * (DOI-SOURCE). Deja en attente ou confirmee pour ce contact :
      * rien a faire ; expiree : la demande est relancee avec un
      * nouveau jeton. Le jeton de confirmation est unique (GENERATE_
      * UNIQUE) et complete d'un alea pour ne pas etre devine. Un
      * incident SQL remonte en '99' : l'adresse ne doit pas devenir
      * utilisable sans confirmation.
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
               DISPLAY 'PHY-CON-ERR DOUBLE OPT-IN <' tlmdoi-conid '/'
                       tlmdoi-canal '> SQLCODE <' sqlcode '>'
             END-IF
             PERFORM VERIF-SQLCODE
           END-IF
           .

      *****************************************************************
      * DOI-SOURCE : la source de l'ecriture (tlmcpil-origine, meme
      * cle que CLAIR-DROIT : programme ou transaction, ligne '*' a
      * defaut) est-elle verifiee ? Parametre 'OPTIN' de TLMCFG a 'N'
      * pour une source dont les adresses sont sures (saisie par un
      * commercial apres echange avec le contact...) ; toute autre
      * valeur, ou pas de parametre : double opt-in exige. Le
      * resultat est garde tant que l'origine ne change pas.
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

      *****************************************************************
      * CLAIR-LEC : TEL et MEL en sortie de LECTURE/LISTE restitues en
      * clair, a la demande de l'appelant (tlmcpil-clair-oui) et si
      * son origine y est habilitee ; jetons sinon.
      *****************************************************************
       CLAIR-LEC.
           PERFORM CLAIR-DROIT
           IF w-clr-droit-oui THEN
             MOVE cpcon2-sor-lec-tel             TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val (1 : 10)             TO cpcon2-sor-lec-tel
             MOVE cpcon2-sor-lec-mel             TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val                      TO cpcon2-sor-lec-mel
           ELSE
             DISPLAY 'PHY-CON clair refuse <' tlmcpil-origine '>'
           END-IF
           .

      *****************************************************************
      * CLAIR (fct) : resolution d'un telephone et/ou d'une adresse
      * electronique que l'appelant a lus lui-meme en base (export,
      * extraction par curseur propre). rc '20' si l'origine n'est
      * pas habilitee : les valeurs sont alors renvoyees telles
      * qu'entrees.
      *****************************************************************
       CLAIR-TRT.
           DISPLAY 'PHY-CON-CLAIR'               WITH NO ADVANCING
           MOVE cpcon2-ent-jet-tel               TO cpcon2-sor-jet-tel
           MOVE cpcon2-ent-jet-mel               TO cpcon2-sor-jet-mel
           MOVE '00'                             TO tlmcpil-rc
           MOVE 'PHY-CON, Requete: succes.'      TO tlmcpil-msg
           PERFORM CLAIR-DROIT
           IF w-clr-droit-oui THEN
             DISPLAY ' <' tlmcpil-origine '>'
             MOVE cpcon2-ent-jet-tel             TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val (1 : 10)             TO cpcon2-sor-jet-tel
             MOVE cpcon2-ent-jet-mel             TO w-jet-val
             PERFORM CLAIR-VAL
             MOVE w-jet-val                      TO cpcon2-sor-jet-mel
           ELSE
             DISPLAY ' refus <' tlmcpil-origine '>'
             MOVE '20'                           TO tlmcpil-rc
             MOVE 'PHY-CON-CLAIR: origine non habilitee.'
                                                 TO tlmcpil-msg
           END-IF
           .

      *****************************************************************
      * JETON (fct) : jetonnage d'un telephone (normalise au
      * prealable, cf. NORMALISE-TEL) et/ou d'une adresse electronique
      * ecrits ou recherches par l'appelant hors couche physique
      * (balayage TLMBPGM128, mode masse de TLMBPGM3, recherche de
      * doublons). Jetons crees au besoin, sauf en recherche seule
      * (cpcon2-ent-jet-rech-oui).
      *****************************************************************
       JETON-TRT.
           DISPLAY 'PHY-CON-JETON'
           MOVE '00'                             TO tlmcpil-rc
           MOVE 'PHY-CON, Requete: succes.'      TO tlmcpil-msg
           IF cpcon2-ent-jet-rech-oui THEN
             SET w-jet-creer-non                 TO TRUE
           ELSE
             SET w-jet-creer-oui                 TO TRUE
           END-IF
           MOVE cpcon2-ent-jet-tel               TO tlmcon-tel
           PERFORM NORMALISE-TEL
           MOVE tlmcon-tel                       TO w-jet-val
           MOVE 'T'                              TO w-jet-nature
           PERFORM JETON-VAL
           MOVE w-jet-val (1 : 10)               TO cpcon2-sor-jet-tel
           IF w-jet-ok-oui THEN
             MOVE cpcon2-ent-jet-mel             TO w-jet-val
             MOVE 'E'                            TO w-jet-nature
             PERFORM JETON-VAL
             MOVE w-jet-val                      TO cpcon2-sor-jet-mel
           END-IF
           .

       FIN.
           CONTINUE.

           END-EVALUATE
           .
      
      *****************************************************************
      * JRN-SECOURS : ligne du journal des changements (TLMJRN) pour
      * le site de secours apres une ecriture reussie, inseree dans la
      * meme unite de travail (cf. TLMBPGM150). La cle journalisee est
      * le prospect : tous ses contacts sont reexpedies, ce qui couvre
      * les autres contacts touches par l'ecriture (principal detrone,
      * reactivation de tout un prospect). Un echec fait remonter
      * l'ecriture elle-meme en erreur : sans sa ligne de journal,
      * elle serait perdue en cas de bascule.
      *****************************************************************
       JRN-SECOURS.
           MOVE SPACES                           TO tlmjrn-operation
           EVALUATE tlmcpil-fct
             WHEN 'ADD'
               SET TLMJRN-OPERATION-AJO          TO TRUE
             WHEN 'DELETE'
               SET TLMJRN-OPERATION-SUP          TO TRUE
             WHEN 'UPDATE'
             WHEN 'RESTORE'
             WHEN 'RESTOREPID'
             WHEN 'HOLD'
               SET TLMJRN-OPERATION-MAJ          TO TRUE
           END-EVALUATE
           IF tlmjrn-operation NOT = SPACES THEN
             MOVE 'TLMCON'                       TO tlmjrn-tabnom
             MOVE tlmcpil-origine                TO tlmjrn-origine
             IF tlmcpil-fct = 'RESTOREPID' THEN
               MOVE tlmcon-pid                   TO tlmjrn-cle
               MOVE 0                            TO sqlcode
             ELSE
               EXEC SQL
                 SELECT PID
                   INTO :tlmjrn-cle
                   FROM TRAIN04.TLMCON
                   WHERE ID = :tlmcon-id
               END-EXEC
             END-IF
             IF SQLCODE = 0 THEN
               EXEC SQL
                 INSERT INTO TRAIN04.TLMJRN (
                     JRNID, DTCHG, TABNOM, CLE, OPERATION, ORIGINE)
                   VALUES (
                     HEX(GENERATE_UNIQUE()), CURRENT TIMESTAMP,
                     :tlmjrn-tabnom, :tlmjrn-cle, :tlmjrn-operation,
                     :tlmjrn-origine)
               END-EXEC
             END-IF
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'PHY-CON-ERR JOURNAL SECOURS <' tlmcon-id
                       '> SQLCODE <' sqlcode '>'
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
