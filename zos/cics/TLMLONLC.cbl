      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : VALIDATION DES CHANGEMENTS SENSIBLES
      * NOM DU PROGRAMME : TLMLONLC
      * TRANSACTION CICS : TLMC
      * MAPSET / MAP     : TLMM000D / ECRAND
      * DESCRIPTION      : PRINCIPE DES QUATRE YEUX SUR LES CHANGEMENTS
      *    QUE LES AUDITEURS DEMANDENT DE CONTROLER : A L'ECRAN DE
      *    MAINTENANCE TLM2, UN CHANGEMENT DE SIRET, UNE REAFFECTATION
      *    A UN AUTRE CHARGE DE COMPTE, UN PASSAGE AU STADE 'C' (QUI
      *    DECLENCHE LA FACTURATION) OU LA LEVEE DE L'OPPOSITION D'UN
      *    CONTACT NE SONT PAS APPLIQUES MAIS RETENUS EN ATTENTE DANS
      *    TLMVAL (VIA TLMPVAL1). CET ECRAN LISTE LES DEMANDES EN
      *    ATTENTE, DE LA PLUS ANCIENNE A LA PLUS RECENTE, VALEUR EN
      *    BASE ET VALEUR DEMANDEE COTE A COTE ; LE SUPERVISEUR MARQUE
      *    V (VALIDER) OU R (REFUSER) PUIS ENTREE. UNE DEMANDE VALIDEE
      *    EST APPLIQUEE PAR LA FONCTION UPDATE DE TLMPPRO1 / TLMPCON2 :
      *    LE CLICHE D'AUDIT TLMPROH / TLMCONH PORTE LE DEMANDEUR EN
      *    ORIGINE ('TLMC' + DEMANDEUR) ET LE SUPERVISEUR EN VALIDEUR.
      *    UNE DEMANDE NE SE DECIDE PAS PAR SON DEMANDEUR ; LA FICHE
      *    MODIFIEE ENTRE-TEMPS (VALEUR EN BASE DIFFERENTE DE CELLE DE
      *    LA DEMANDE) FAIT ECHOUER LA VALIDATION, QUI EST ALORS
      *    ANNULEE (SYNCPOINT ROLLBACK) ET LA DEMANDE RESTE EN ATTENTE.
      *    LES DEMANDES EN ATTENTE DEPUIS PLUS DE 7 JOURS EXPIRENT
      *    (ETAT 'E') A L'OUVERTURE DE L'ECRAN. RESERVE AU PROFIL MISE
      *    A JOUR HABILITE A VALIDER (TLMCOPR1, OPR-VALIDEUR = 'O').
      *    FEUILLETABLE EN PF7/PF8 SUR LE MEME PRINCIPE QUE TLMB.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONLC.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200420.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec les couches
      *    physiques : prospect, contact, demandes en attente
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==PGM2==.
           COPY TLMCVAL1 REPLACING ==:PROG:== BY ==PGM9==.
      *    Verrou d'execution TLMEXE (TLMPEXE8, fct STATUS) : pas de
      *    validation pendant qu'un batch ecrivain tourne (meme regle
      *    que TLM2)
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==PGM5==.
      *    Provenance des valeurs (TLMPPRV1) : un SIRET valide est
      *    pose par l'emetteur 'TLM2', comme s'il avait ete saisi et
      *    applique a l'ecran de maintenance
           COPY TLMCPRV1 REPLACING ==:PROG:== BY ==PGM8==.
       01 w-batch                 PIC  9.
           88 w-batch-en-cours            VALUE 1.
           88 w-batch-absent              VALUE 0.
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee du superviseur
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w==.
       77 w-userid                PIC  X(08).
       77 w-resp                  PIC S9(8) COMP.
       01 w-habilite              PIC  9.
           88 w-habilite-oui              VALUE 1.
           88 w-habilite-non              VALUE 0.
      *    Map symbolique de l'ecran de validation
           COPY TLMM000D.
      *    Marques saisies devant les 12 lignes de l'ecran
       01 w-sels.
           05 w-sel OCCURS 12 TIMES PIC X(01).
       77 w-idx                   PIC  9(02) COMP-3.
      *    Table des 12 lignes de l'ecran
       01 w-lignes.
           05 w-ligne OCCURS 12 TIMES PIC X(75).
      *    Pagination (cf. CHARGE-DEMANDES) : demandes lues depuis la
      *    plus ancienne, demandes des pages precedentes a sauter,
      *    lignes retenues pour l'ecran
       77 w-nbr-gen               PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
       77 w-nbr-fin-page          PIC  9(04) COMP-3.
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-page-aff              PIC  ZZZ9.
      *    Ligne d'une demande
       01 w-lig-dem.
           05 w-lig-dem-id            PIC  X(06).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-type          PIC  X(01).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-fiche         PIC  X(06).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-champ         PIC  X(03).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-avant         PIC  X(14).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-apres         PIC  X(14).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-motif         PIC  X(02).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-demandeur     PIC  X(08).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-dem-date          PIC  X(10).
      *    Demande en cours de decision (relue par TLMPVAL1 SELECT)
       01 w-dem.
           05 w-dem-id                PIC  X(06).
           05 w-dem-type              PIC  X(01).
           05 w-dem-fiche             PIC  X(06).
           05 w-dem-champ             PIC  X(03).
           05 w-dem-avant             PIC  X(14).
           05 w-dem-apres             PIC  X(14).
           05 w-dem-motif             PIC  X(02).
           05 w-dem-demandeur         PIC  X(08).
      *    Valeur en base du champ demande, au moment de valider
       77 w-val-cour              PIC  X(14).
      *    Application de la demande validee (cf. APPLIQUER-DEMANDE)
       01 w-app                   PIC  9.
           88 w-app-ok                    VALUE 1.
           88 w-app-ko                    VALUE 0.
      *    Bilan des decisions de l'echange : validees, refusees, en
      *    anomalie (avec le motif de la premiere anomalie)
       77 w-nbr-val               PIC  9(02) COMP-3.
       77 w-nbr-ref               PIC  9(02) COMP-3.
       77 w-nbr-ano               PIC  9(02) COMP-3.
       77 w-nbr-aff               PIC  Z9.
       77 w-nbr-aff2              PIC  Z9.
       77 w-nbr-aff3              PIC  Z9.
       77 w-nbr-exp               PIC  ZZZZ9.
       77 w-msg-ano               PIC  X(40).
       77 w-msg-dec               PIC  X(77).

      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : page affichee et numeros des demandes
      *    presentees sur ses 12 lignes (les marques saisies s'y
      *    rapportent)
       01 w-commarea.
           05 w-com-page           PIC  9(04).
           05 w-com-dem-id OCCURS 12 TIMES PIC X(06).
       LINKAGE SECTION.
       01 dfhcommarea              PIC X(76).

       PROCEDURE DIVISION.
       DEBUT.
           IF EIBCALEN = 0 THEN
      *      controle d'acces : la transaction peut etre tapee
      *      directement sans passer par le menu TLM0
             PERFORM LIT-PROFIL
             IF w-habilite-non THEN
               PERFORM REFUS-ACCES
             END-IF
             PERFORM INIT-ECRAN
             PERFORM RENVOI-ECRAN
           ELSE
             MOVE dfhcommarea         TO w-commarea
             PERFORM TRAITER-ECRAN
           END-IF
           GOBACK
           .

      *****************************************************************
      * Lecture du profil de l'operateur signe : profil mise a jour
      * ET habilitation a valider exiges (absent du fichier = refus).
      *****************************************************************
       LIT-PROFIL.
           MOVE SPACES                TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           SET w-habilite-non         TO TRUE
           MOVE w-userid              TO w-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(w-opr)
             RIDFLD(w-opr-userid)
             RESP(w-resp)
           END-EXEC
           IF w-resp = 0 AND w-opr-maj AND w-opr-valideur-oui THEN
             SET w-habilite-oui       TO TRUE
           END-IF
           .

      *****************************************************************
      * Acces refuse : message et fin de tache (pas de pseudo-
      * conversation engagee).
      *****************************************************************
       REFUS-ACCES.
           MOVE SPACES                TO TLMM000DO
           MOVE 'Operateur non habilite a valider les changements.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000D')
             MAPSET('TLMM000D')
             FROM(TLMM000DO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Premier appel (ou CLEAR) : les demandes restees sans reponse
      * au-dela du delai expirent, puis premiere page de la liste.
      *****************************************************************
       INIT-ECRAN.
           MOVE SPACES                TO TLMM000DO
           MOVE SPACES                TO w-msg-dec
           MOVE SPACES                TO pgm9-ent
           MOVE 'EXPIRE'              TO tlmcpil-fct
           CALL 'TLMPVAL1' USING tlmcpil pgm9
           IF tlmcpil-rc = '00' AND pgm9-sor-exp-nbr > 0 THEN
             MOVE pgm9-sor-exp-nbr    TO w-nbr-exp
             STRING
               w-nbr-exp              DELIMITED SIZE
               ' demande(s) sans reponse depuis 7 jours : expiree(s).'
                                      DELIMITED SIZE
               INTO w-msg-dec
             END-STRING
           END-IF
           MOVE 1                     TO w-com-page
           PERFORM AFFICHER-DEMANDES
           .

      *****************************************************************
      * Reception de la saisie et aiguillage selon la touche : ENTREE
      * applique les marques V/R de la page, PF7/PF8 feuillettent.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM000D')
             MAPSET('TLMM000D')
             INTO(TLMM000DI)
           END-EXEC
           MOVE S1I                   TO w-sel (1)
           MOVE S2I                   TO w-sel (2)
           MOVE S3I                   TO w-sel (3)
           MOVE S4I                   TO w-sel (4)
           MOVE S5I                   TO w-sel (5)
           MOVE S6I                   TO w-sel (6)
           MOVE S7I                   TO w-sel (7)
           MOVE S8I                   TO w-sel (8)
           MOVE S9I                   TO w-sel (9)
           MOVE S10I                  TO w-sel (10)
           MOVE S11I                  TO w-sel (11)
           MOVE S12I                  TO w-sel (12)
           MOVE SPACES                TO TLMM000DO
           MOVE SPACES                TO w-msg-dec
      *    l'habilitation est reverifiee a chaque echange : la
      *    pseudo-conversation a pu etre engagee avant un retrait
           PERFORM LIT-PROFIL
           IF w-habilite-non THEN
             PERFORM REFUS-ACCES
           END-IF
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHCLEAR
               PERFORM INIT-ECRAN
             WHEN DFHPF7
               IF w-com-page > 1 THEN
                 SUBTRACT 1           FROM w-com-page
               END-IF
               PERFORM AFFICHER-DEMANDES
             WHEN DFHPF8
               ADD 1                  TO w-com-page
               PERFORM AFFICHER-DEMANDES
             WHEN OTHER
               PERFORM TRAITER-DECISIONS
               PERFORM AFFICHER-DEMANDES
           END-EVALUATE
           PERFORM RENVOI-ECRAN
           .

      *****************************************************************
      * Reaffichage de l'ecran et retour pseudo-conversationnel.
      *****************************************************************
       RENVOI-ECRAN.
           MOVE w-userid              TO USERO
           EXEC CICS SEND MAP('TLMM000D')
             MAPSET('TLMM000D')
             FROM(TLMM000DO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLMC')
             COMMAREA(w-commarea)
             LENGTH(76)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM000DO
           MOVE 'Validation des changements terminee.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000D')
             MAPSET('TLMM000D')
             FROM(TLMM000DO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * ENTREE : chaque marque V ou R de la page est appliquee a la
      * demande de sa ligne, puis le bilan est affiche au-dessus de
      * la liste rechargee. Pendant la fenetre batch rien n'est
      * decide (meme regle que TLM2).
      *****************************************************************
       TRAITER-DECISIONS.
           MOVE ZERO                  TO w-nbr-val w-nbr-ref w-nbr-ano
           MOVE SPACES                TO w-msg-ano
           PERFORM VRF-BATCH
           IF w-batch-absent THEN
             PERFORM TRAITE-MARQUE
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > 12
             IF w-nbr-val > 0 OR w-nbr-ref > 0 OR w-nbr-ano > 0 THEN
               MOVE w-nbr-val         TO w-nbr-aff
               MOVE w-nbr-ref         TO w-nbr-aff2
               MOVE w-nbr-ano         TO w-nbr-aff3
               STRING
                 w-nbr-aff            DELIMITED SIZE
                 ' val., '            DELIMITED SIZE
                 w-nbr-aff2           DELIMITED SIZE
                 ' ref., '            DELIMITED SIZE
                 w-nbr-aff3           DELIMITED SIZE
                 ' ano. : '           DELIMITED SIZE
                 w-msg-ano            DELIMITED SIZE
                 INTO w-msg-dec
               END-STRING
             END-IF
           END-IF
           .

       TRAITE-MARQUE.
           IF w-com-dem-id (w-idx) NOT = SPACES THEN
             EVALUATE w-sel (w-idx)
               WHEN 'V'
               WHEN 'v'
                 PERFORM VALIDER-DEMANDE
               WHEN 'R'
               WHEN 'r'
                 PERFORM REFUSER-DEMANDE
               WHEN SPACE
               WHEN LOW-VALUE
                 CONTINUE
               WHEN OTHER
                 MOVE 'marque autre que V ou R.' TO w-msg-ano
                 ADD 1                TO w-nbr-ano
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * VRF-BATCH : un batch ecrivain detient-il le verrou TLMEXE ?
      * (cf. TLMLONL2/VRF-BATCH)
      *****************************************************************
       VRF-BATCH.
           SET w-batch-absent          TO TRUE
           MOVE SPACES                 TO pgm5-ent
           MOVE 'STATUS'               TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm5
           IF tlmcpil-rc = '20' THEN
             SET w-batch-en-cours      TO TRUE
             STRING
               'Chaine batch en cours (' DELIMITED SIZE
               pgm5-sor-exe-pgm          DELIMITED SIZE
               ') : aucune decision appliquee.' DELIMITED SIZE
               INTO w-msg-dec
             END-STRING
           END-IF
           .

      *****************************************************************
      * Validation d'une demande : relue, decidee ('V', TLMPVAL1
      * refuse si elle n'est plus en attente, a expire ou emane du
      * superviseur lui-meme), puis appliquee. Chaque demande est une
      * unite de travail : validee et appliquee ensemble (SYNCPOINT),
      * ou annulees ensemble (SYNCPOINT ROLLBACK) si l'application
      * echoue - la demande reste alors en attente.
      *****************************************************************
       VALIDER-DEMANDE.
           MOVE SPACES                 TO pgm9-ent
           MOVE w-com-dem-id (w-idx)   TO pgm9-ent-lec-id
           MOVE 'SELECT'               TO tlmcpil-fct
           CALL 'TLMPVAL1' USING tlmcpil pgm9
           EVALUATE TRUE
             WHEN tlmcpil-rc NOT = '00'
               MOVE tlmcpil-msg        TO w-msg-ano
               ADD 1                   TO w-nbr-ano
             WHEN pgm9-sor-lst-demandeur = w-userid
               MOVE 'propre demande (quatre yeux).' TO w-msg-ano
               ADD 1                   TO w-nbr-ano
             WHEN OTHER
               MOVE pgm9-sor-lst-id    TO w-dem-id
               MOVE pgm9-sor-lst-type  TO w-dem-type
               MOVE pgm9-sor-lst-fiche TO w-dem-fiche
               MOVE pgm9-sor-lst-champ TO w-dem-champ
               MOVE pgm9-sor-lst-avant TO w-dem-avant
               MOVE pgm9-sor-lst-apres TO w-dem-apres
               MOVE pgm9-sor-lst-motif TO w-dem-motif
               MOVE pgm9-sor-lst-demandeur TO w-dem-demandeur
               MOVE 'V'                TO pgm9-ent-dec-etat
               PERFORM DECIDE-DEMANDE
               IF tlmcpil-rc NOT = '00' THEN
                 MOVE 'demande deja traitee ou expiree.'
                                       TO w-msg-ano
                 ADD 1                 TO w-nbr-ano
               ELSE
                 PERFORM APPLIQUER-DEMANDE
                 IF w-app-ok THEN
                   EXEC CICS SYNCPOINT
                   END-EXEC
                   ADD 1               TO w-nbr-val
                 ELSE
                   EXEC CICS SYNCPOINT ROLLBACK
                   END-EXEC
                   ADD 1               TO w-nbr-ano
                 END-IF
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Refus d'une demande : rien n'est applique a la fiche.
      *****************************************************************
       REFUSER-DEMANDE.
           MOVE w-com-dem-id (w-idx)   TO w-dem-id
           MOVE 'R'                    TO pgm9-ent-dec-etat
           PERFORM DECIDE-DEMANDE
           IF tlmcpil-rc = '00' THEN
             EXEC CICS SYNCPOINT
             END-EXEC
             ADD 1                     TO w-nbr-ref
           ELSE
             MOVE 'deja traitee, expiree ou propre demande.'
                                       TO w-msg-ano
             ADD 1                     TO w-nbr-ano
           END-IF
           .

       DECIDE-DEMANDE.
           MOVE w-dem-id               TO pgm9-ent-dec-id
           MOVE w-userid               TO pgm9-ent-dec-valideur
           MOVE 'DECIDE'               TO tlmcpil-fct
           CALL 'TLMPVAL1' USING tlmcpil pgm9
           .

      *****************************************************************
      * Application d'une demande validee par la fonction UPDATE de
      * la couche physique : le demandeur est en origine, le
      * superviseur en valideur, tous deux estampilles sur le cliche
      * d'audit. Aucune ligne de pilotage a l'origine.
      *****************************************************************
       APPLIQUER-DEMANDE.
           SET w-app-ko                TO TRUE
           MOVE ZERO                   TO tlmcpil-src
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLMC'                    DELIMITED SIZE
             w-dem-demandeur           DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           MOVE w-userid               TO tlmcpil-valideur
           EVALUATE w-dem-type
             WHEN 'P'
               PERFORM APPLIQUE-PROSPECT
             WHEN 'C'
               PERFORM APPLIQUE-CONTACT
           END-EVALUATE
           MOVE SPACES                 TO tlmcpil-valideur
           MOVE SPACES                 TO tlmcpil-motif
           .

      *****************************************************************
      * Prospect : la fiche est relue, la valeur en base doit etre
      * encore celle de la demande, puis seul le champ demande change
      * (les autres champs sont reconduits, ou laisses a espace =
      * inchange pour la couche physique).
      *****************************************************************
       APPLIQUE-PROSPECT.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-dem-fiche            TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           MOVE SPACES                 TO w-val-cour
           EVALUATE w-dem-champ
             WHEN 'SRT'
               MOVE pgm1-sor-lec-siret TO w-val-cour
             WHEN 'COM'
               MOVE pgm1-sor-lec-commercial TO w-val-cour
             WHEN 'STD'
               MOVE pgm1-sor-lec-stade TO w-val-cour
           END-EVALUATE
           EVALUATE TRUE
             WHEN tlmcpil-rc NOT = '00'
               MOVE 'prospect inactif ou inconnu.' TO w-msg-ano
             WHEN w-val-cour NOT = w-dem-avant
               MOVE 'fiche modifiee depuis la demande.'
                                       TO w-msg-ano
             WHEN OTHER
               MOVE SPACES             TO pgm1-ent
               MOVE w-dem-fiche        TO pgm1-ent-maj-id
               MOVE pgm1-sor-lec-nom   TO pgm1-ent-maj-nom
               MOVE pgm1-sor-lec-rue   TO pgm1-ent-maj-rue
               MOVE pgm1-sor-lec-cp    TO pgm1-ent-maj-cp
               MOVE pgm1-sor-lec-ville TO pgm1-ent-maj-ville
               EVALUATE w-dem-champ
                 WHEN 'SRT'
                   MOVE w-dem-apres    TO pgm1-ent-maj-siret
                 WHEN 'COM'
                   MOVE w-dem-apres    TO pgm1-ent-maj-commercial
                 WHEN 'STD'
                   MOVE w-dem-apres    TO pgm1-ent-maj-stade
                   MOVE w-dem-motif    TO tlmcpil-motif
               END-EVALUATE
               MOVE 'UPDATE'           TO tlmcpil-fct
               CALL 'TLMPPRO1' USING tlmcpil pgm1
               IF tlmcpil-rc = '00' THEN
                 SET w-app-ok          TO TRUE
                 IF w-dem-champ = 'SRT' THEN
                   PERFORM NOTE-PROVENANCE
                 END-IF
               ELSE
                 MOVE tlmcpil-msg      TO w-msg-ano
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Contact : levee de l'opposition, le contact est relu et tous
      * ses autres champs reconduits (comme TLMLONL2/MAJ-CONTACT).
      *****************************************************************
       APPLIQUE-CONTACT.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-dem-fiche            TO pgm2-ent-lec-id
           CALL 'TLMPCON2' USING tlmcpil pgm2
           EVALUATE TRUE
             WHEN tlmcpil-rc NOT = '00'
               MOVE 'contact inactif ou inconnu.' TO w-msg-ano
             WHEN pgm2-sor-lec-optout NOT = w-dem-avant (1 : 1)
               MOVE 'fiche modifiee depuis la demande.'
                                       TO w-msg-ano
             WHEN OTHER
               MOVE 'UPDATE'           TO tlmcpil-fct
               MOVE SPACES             TO pgm2-ent
               MOVE w-dem-fiche        TO pgm2-ent-maj-id
               MOVE pgm2-sor-lec-nom   TO pgm2-ent-maj-nom
               MOVE pgm2-sor-lec-prenom TO pgm2-ent-maj-prenom
               MOVE pgm2-sor-lec-tel   TO pgm2-ent-maj-tel
               MOVE pgm2-sor-lec-mel   TO pgm2-ent-maj-mel
               MOVE pgm2-sor-lec-note  TO pgm2-ent-maj-note
               MOVE pgm2-sor-lec-pid   TO pgm2-ent-maj-pid
               MOVE w-dem-apres (1 : 1) TO pgm2-ent-maj-optout
               MOVE pgm2-sor-lec-princ TO pgm2-ent-maj-princ
               MOVE pgm2-sor-lec-fonction
                                       TO pgm2-ent-maj-fonction
               MOVE pgm2-sor-lec-plage TO pgm2-ent-maj-plage
               MOVE pgm2-sor-lec-langue
                                       TO pgm2-ent-maj-langue
               CALL 'TLMPCON2' USING tlmcpil pgm2
               IF tlmcpil-rc = '00' THEN
                 SET w-app-ok          TO TRUE
               ELSE
                 MOVE tlmcpil-msg      TO w-msg-ano
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Provenance (TLMPPRV1 SET) du SIRET valide : emetteur 'TLM2',
      * l'ecran ou il a ete saisi. Un incident n'annule pas la
      * validation (cf. TLMLONL2/NOTE-PROVENANCE).
      *****************************************************************
       NOTE-PROVENANCE.
           MOVE SPACES                 TO pgm8-ent
           MOVE 'P'                    TO pgm8-ent-set-type
           MOVE w-dem-fiche            TO pgm8-ent-set-id
           MOVE 'SRT'                  TO pgm8-ent-set-champ
           MOVE 'TLM2'                 TO pgm8-ent-set-emetteur
           MOVE 'SET'                  TO tlmcpil-fct
           CALL 'TLMPPRV1' USING tlmcpil pgm8
           MOVE '00'                   TO tlmcpil-rc
           .

      *****************************************************************
      * Affichage de la page courante des demandes en attente, et du
      * bilan des decisions de l'echange s'il y en a eu.
      *****************************************************************
       AFFICHER-DEMANDES.
           MOVE w-com-page             TO w-page-aff
           STRING 'Page '              DELIMITED SIZE
                  w-page-aff           DELIMITED SIZE
             INTO PAGEO
           END-STRING
           PERFORM CHARGE-DEMANDES
           IF w-msg-dec NOT = SPACES THEN
             MOVE w-msg-dec            TO MSGO
           END-IF
           .

      *****************************************************************
      * Chargement de la page demandee : LISTPEND relance la liste
      * depuis la demande la plus ancienne, les demandes des pages
      * precedentes sont sautees et 12 au plus remplissent l'ecran.
      * La lecture s'arrete des qu'une demande de plus que la page a
      * ete lue : il reste alors une page suivante.
      *****************************************************************
       CHARGE-DEMANDES.
           MOVE SPACES                 TO w-lignes
           MOVE SPACES                 TO w-commarea (5 : 72)
           MOVE ZERO                   TO w-nbr-lignes w-nbr-gen
           COMPUTE w-nbr-a-sauter = (w-com-page - 1) * 12
           COMPUTE w-nbr-fin-page = w-nbr-a-sauter + 12
           MOVE SPACES                 TO pgm9-ent
           MOVE 'LISTPEND'             TO tlmcpil-fct
           CALL 'TLMPVAL1' USING tlmcpil pgm9
           PERFORM TRAITE-DEMANDE
             UNTIL tlmcpil-rc NOT = '00'
                OR w-nbr-gen > w-nbr-fin-page
           EVALUATE TRUE
             WHEN w-nbr-lignes = 0 AND w-com-page = 1
               MOVE 'Aucune demande en attente de validation.'
                                        TO MSGO
             WHEN w-nbr-lignes = 0
               MOVE 'Fin de la liste : PF7 pour revenir.'
                                        TO MSGO
             WHEN w-nbr-gen > w-nbr-fin-page
               MOVE 'V ou R devant les demandes, puis ENTREE (PF8 : suit
      -             'e).'               TO MSGO
             WHEN OTHER
               MOVE 'V ou R devant les demandes, puis ENTREE.'
                                        TO MSGO
           END-EVALUATE
           MOVE w-ligne (1)            TO L1O
           MOVE w-ligne (2)            TO L2O
           MOVE w-ligne (3)            TO L3O
           MOVE w-ligne (4)            TO L4O
           MOVE w-ligne (5)            TO L5O
           MOVE w-ligne (6)            TO L6O
           MOVE w-ligne (7)            TO L7O
           MOVE w-ligne (8)            TO L8O
           MOVE w-ligne (9)            TO L9O
           MOVE w-ligne (10)           TO L10O
           MOVE w-ligne (11)           TO L11O
           MOVE w-ligne (12)           TO L12O
           .

       TRAITE-DEMANDE.
           ADD 1                       TO w-nbr-gen
           IF w-nbr-gen > w-nbr-a-sauter
              AND w-nbr-gen NOT > w-nbr-fin-page THEN
             ADD 1                     TO w-nbr-lignes
             MOVE pgm9-sor-lst-id      TO w-lig-dem-id
             MOVE pgm9-sor-lst-type    TO w-lig-dem-type
             MOVE pgm9-sor-lst-fiche   TO w-lig-dem-fiche
             MOVE pgm9-sor-lst-champ   TO w-lig-dem-champ
             MOVE pgm9-sor-lst-avant   TO w-lig-dem-avant
             MOVE pgm9-sor-lst-apres   TO w-lig-dem-apres
             MOVE pgm9-sor-lst-motif   TO w-lig-dem-motif
             MOVE pgm9-sor-lst-demandeur TO w-lig-dem-demandeur
             MOVE pgm9-sor-lst-dtdem (1 : 10) TO w-lig-dem-date
             MOVE w-lig-dem            TO w-ligne (w-nbr-lignes)
             MOVE pgm9-sor-lst-id      TO w-com-dem-id (w-nbr-lignes)
           END-IF
           IF w-nbr-gen NOT > w-nbr-fin-page THEN
             MOVE 'LISTNEXT'           TO tlmcpil-fct
             CALL 'TLMPVAL1' USING tlmcpil pgm9
           END-IF
           .

       END PROGRAM TLMLONLC.
