      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
      * Acces aux changements sensibles en attente de validation
      * (TLMVAL) : demande posee par l'ecran de maintenance TLM2
      * (fonction ADD), liste des demandes en attente pour l'ecran de
      * validation TLMC (LISTPEND / LISTNEXT, SELECT), decision du
      * superviseur (DECIDE) et expiration des demandes restees sans
      * reponse (EXPIRE). Le principe des quatre yeux est tenu ici
      * aussi : une demande ne se decide ni par son demandeur, ni
      * apres expiration. Pas de COMMIT explicite pour les appels
      * CICS : le point de synchronisation de fin de tache valide.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPVAL1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200420.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMVAL
      *    (changements sensibles en attente de validation)
           EXEC SQL
             INCLUDE DCLVAL
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
       77 SQLCNT          PIC S9(7) COMP-3.
      *    Delai de validation : une demande en attente depuis plus
      *    de 7 jours est expiree et ne peut plus etre decidee
       77 w-jours         PIC S9(3) COMP-3 VALUE 7.
      *    Attribution du numero de demande (cf. ATTRIBUE-ID-VAL)
       77 w-id-max        PIC X(06).
       77 w-id-num        PIC 9(06).
       77 w-nbr           PIC S9(9) COMP.
      *****************************************************************
      * Curseur : demandes en attente non expirees, de la plus
      * ancienne a la plus recente, pour la fonction LISTPEND /
      * LISTNEXT (ecran de validation TLMC)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-VAL-ATT CURSOR FOR
               SELECT ID, TYPE, FICHE, CHAMP, AVANT, APRES, MOTIF,
                      DEMANDEUR, NOMDEM, DTDEM, ETAT, VALIDEUR
               FROM TRAIN04.TLMVAL
               WHERE ETAT = 'A'
                 AND DTDEM >= CURRENT TIMESTAMP - :w-jours DAYS
               ORDER BY DTDEM, ID
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCVAL1 REPLACING ==:PROG:== BY ==cpval1==.
       PROCEDURE DIVISION using tlmcpil cpval1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-VAL-init ' tlmcpil-fct
           MOVE SPACES TO cpval1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'LISTPEND'        PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN 'DECIDE'          PERFORM DECISION
             WHEN 'EXPIRE'          PERFORM EXPIRATION
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT d'une demande : fiche, champ et demandeur obligatoires.
      * Une seule demande en attente par fiche et par champ (rc '02'
      * sinon) : le superviseur n'a jamais a choisir entre deux
      * valeurs concurrentes pour le meme champ.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-VAL-AJO'                 WITH NO ADVANCING
           MOVE cpval1-ent-ajo-type              TO tlmval-type
           MOVE cpval1-ent-ajo-fiche             TO tlmval-fiche
           MOVE cpval1-ent-ajo-champ             TO tlmval-champ
           MOVE cpval1-ent-ajo-avant             TO tlmval-avant
           MOVE cpval1-ent-ajo-apres             TO tlmval-apres
           MOVE cpval1-ent-ajo-motif             TO tlmval-motif
           MOVE cpval1-ent-ajo-demandeur         TO tlmval-demandeur
           MOVE cpval1-ent-ajo-nomdem            TO tlmval-nomdem
           IF cpval1-ent-ajo-fiche = SPACES
              OR cpval1-ent-ajo-champ = SPACES
              OR cpval1-ent-ajo-demandeur = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-VAL-AJO: demande incomplete.'
                                                 TO tlmcpil-msg
           ELSE
             DISPLAY ' <' tlmval-type tlmval-fiche '/' tlmval-champ '>'
             MOVE 0                              TO w-nbr
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nbr
                 FROM TRAIN04.TLMVAL
                 WHERE TYPE  = :tlmval-type
                   AND FICHE = :tlmval-fiche
                   AND CHAMP = :tlmval-champ
                   AND ETAT  = 'A'
                   AND DTDEM >= CURRENT TIMESTAMP - :w-jours DAYS
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF tlmcpil-rc = '00' AND w-nbr > 0 THEN
               MOVE '02'                         TO tlmcpil-rc
               MOVE 'PHY-VAL-AJO: demande deja en attente.'
                                                 TO tlmcpil-msg
             END-IF
             IF tlmcpil-rc = '00' THEN
               PERFORM ATTRIBUE-ID-VAL
               EXEC SQL
                 INSERT INTO TRAIN04.TLMVAL (
                     ID, TYPE, FICHE, CHAMP, AVANT, APRES, MOTIF,
                     DEMANDEUR, NOMDEM, DTDEM, ETAT, VALIDEUR, DTDEC)
                   VALUES (
                     :tlmval-id, :tlmval-type, :tlmval-fiche,
                     :tlmval-champ, :tlmval-avant, :tlmval-apres,
                     :tlmval-motif, :tlmval-demandeur,
                     :tlmval-nomdem, CURRENT TIMESTAMP, 'A', ' ',
                     CURRENT TIMESTAMP)
               END-EXEC
               PERFORM VERIF-SQLCODE
               IF tlmcpil-rc = '00' THEN
                 MOVE tlmval-id                  TO cpval1-sor-ajo-id
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-VAL : numero de la demande = plus grand numero
      * existant + 1 (meme principe que TLMPDEV1/ATTRIBUE-ID-DEV).
      *****************************************************************
       ATTRIBUE-ID-VAL.
           EXEC SQL
             SELECT COALESCE(MAX(ID), '000000')
               INTO :w-id-max
               FROM TRAIN04.TLMVAL
               WHERE ID BETWEEN '000000' AND '999999'
           END-EXEC
           IF w-id-max NOT NUMERIC THEN
             MOVE ZERO                           TO w-id-num
           ELSE
             MOVE w-id-max                       TO w-id-num
           END-IF
           ADD 1                                 TO w-id-num
           MOVE w-id-num                         TO tlmval-id
           .

      *****************************************************************
      * SELECT : lecture d'une demande par son numero, quel que soit
      * son etat.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-VAL-LEC'                 WITH NO ADVANCING
           MOVE cpval1-ent-lec-id                TO tlmval-id
           IF cpval1-ent-lec-id = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-VAL-LEC: numero de demande vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmval-id '>'
             EXEC SQL
               SELECT ID, TYPE, FICHE, CHAMP, AVANT, APRES, MOTIF,
                      DEMANDEUR, NOMDEM, DTDEM, ETAT, VALIDEUR
                 INTO :tlmval-id, :tlmval-type, :tlmval-fiche,
                      :tlmval-champ, :tlmval-avant, :tlmval-apres,
                      :tlmval-motif, :tlmval-demandeur,
                      :tlmval-nomdem, :tlmval-dtdem, :tlmval-etat,
                      :tlmval-valideur
                 FROM TRAIN04.TLMVAL
                 WHERE ID = :tlmval-id
             END-EXEC
             PERFORM VERIF-SQLCODE
             IF SQLCODE = 0 THEN
               PERFORM RESTITUE-DEMANDE
             END-IF
           END-IF
           .

      *****************************************************************
      * LISTPEND : ouvre le curseur des demandes en attente et
      * renvoie la plus ancienne. rc='10' si aucune (curseur alors
      * deja referme).
      *****************************************************************
       LISTE-DEBUT.
           DISPLAY 'PHY-VAL-LST'
           EXEC SQL
             OPEN CURS-VAL-ATT
           END-EXEC
           PERFORM LISTE-FETCH
           .

      *****************************************************************
      * LISTNEXT : renvoie la demande suivante du curseur ouvert par
      * LISTPEND. rc='10' en fin de liste (curseur alors referme).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-VAL-LST-SUIVANT'
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-VAL-ATT
               INTO :tlmval-id, :tlmval-type, :tlmval-fiche,
                    :tlmval-champ, :tlmval-avant, :tlmval-apres,
                    :tlmval-motif, :tlmval-demandeur,
                    :tlmval-nomdem, :tlmval-dtdem, :tlmval-etat,
                    :tlmval-valideur
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-DEMANDE
           ELSE
             EXEC SQL
               CLOSE CURS-VAL-ATT
             END-EXEC
           END-IF
           .

       RESTITUE-DEMANDE.
           MOVE tlmval-id                        TO cpval1-sor-lst-id
           MOVE tlmval-type                      TO cpval1-sor-lst-type
           MOVE tlmval-fiche                     TO cpval1-sor-lst-fiche
           MOVE tlmval-champ                     TO cpval1-sor-lst-champ
           MOVE tlmval-avant                     TO cpval1-sor-lst-avant
           MOVE tlmval-apres                     TO cpval1-sor-lst-apres
           MOVE tlmval-motif                     TO cpval1-sor-lst-motif
           MOVE tlmval-demandeur
                                          TO cpval1-sor-lst-demandeur
           MOVE tlmval-nomdem
                                          TO cpval1-sor-lst-nomdem
           MOVE tlmval-dtdem                     TO cpval1-sor-lst-dtdem
           MOVE tlmval-etat                      TO cpval1-sor-lst-etat
           MOVE tlmval-valideur
                                          TO cpval1-sor-lst-valideur
           .

      *****************************************************************
      * DECIDE : pose de la decision du superviseur sur une demande
      * encore en attente et non expiree, par un autre que son
      * demandeur. rc='10' si la demande ne remplit plus ces
      * conditions (deja decidee, expiree, ou decidee par son propre
      * demandeur) : l'appelant n'applique alors rien.
      *****************************************************************
       DECISION.
           DISPLAY 'PHY-VAL-DEC'                 WITH NO ADVANCING
           MOVE cpval1-ent-dec-id                TO tlmval-id
           MOVE cpval1-ent-dec-etat              TO tlmval-etat
           MOVE cpval1-ent-dec-valideur          TO tlmval-valideur
           EVALUATE TRUE
             WHEN cpval1-ent-dec-id = SPACES
               OR cpval1-ent-dec-valideur = SPACES
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-VAL-DEC: decision incomplete.'
                                                 TO tlmcpil-msg
             WHEN NOT TLMVAL-ETAT-VALIDEE
              AND NOT TLMVAL-ETAT-REFUSEE
               MOVE '01'                         TO tlmcpil-rc
               MOVE 'PHY-VAL-DEC: decision invalide.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               DISPLAY ' <' tlmval-id '/' tlmval-etat '>'
               EXEC SQL
                 UPDATE TRAIN04.TLMVAL
                   SET ETAT     = :tlmval-etat,
                       VALIDEUR = :tlmval-valideur,
                       DTDEC    = CURRENT TIMESTAMP
                   WHERE ID        = :tlmval-id
                     AND ETAT      = 'A'
                     AND DEMANDEUR <> :tlmval-valideur
                     AND DTDEM >= CURRENT TIMESTAMP - :w-jours DAYS
               END-EXEC
               PERFORM VERIF-SQLCODE
           END-EVALUATE
           .

      *****************************************************************
      * EXPIRE : les demandes en attente depuis plus que le delai de
      * validation passent a l'etat 'E' (ensembliste). Aucune
      * demande a expirer (SQLCODE 100) n'est pas une erreur.
      *****************************************************************
       EXPIRATION.
           DISPLAY 'PHY-VAL-EXP'                 WITH NO ADVANCING
           EXEC SQL
             UPDATE TRAIN04.TLMVAL
               SET ETAT  = 'E',
                   DTDEC = CURRENT TIMESTAMP
               WHERE ETAT = 'A'
                 AND DTDEM < CURRENT TIMESTAMP - :w-jours DAYS
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             MOVE SQLERRD (3)                    TO sqlcnt
             IF SQLCODE = 100 THEN
               MOVE 0                            TO sqlcnt
             END-IF
             MOVE sqlcnt                         TO cpval1-sor-exp-nbr
             DISPLAY ' <' sqlcnt '>'
             MOVE '00'                           TO tlmcpil-rc
             MOVE 'PHY-VAL Req. succes.'         TO tlmcpil-msg
           ELSE
             PERFORM VERIF-SQLCODE
           END-IF
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant.
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-VAL-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-VAL, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-VAL Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-VAL Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
               STRING
                 'ERR<'            DELIMITED SIZE
                 sqlstate          DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlcode-txt       DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlerr-msg        DELIMITED SIZE
                 INTO tlmcpil-msg
               END-STRING
           END-EVALUATE
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
       ERREUR.
           MOVE '90'                             TO tlmcpil-rc
           STRING
             'PHY-VAL Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPVAL1.
