      *    DE M'APPELER ?"). MEME LOGIQUE D'ACCES QUE TLMLPRO1 (COUCHE
      *    LOGIQUE BATCH), PORTEE ICI SUR LA COUCHE PHYSIQUE EXISTANTE
      *    (TLMPPRO1/TLMPCON2) SANS AUCUNE MISE A JOUR DE LA BDD.
      *    PF9 MENE AUX AFFAIRES DU PROSPECT SAISI (ECRAN TLM8).
      *    PF10 MENE A L'HISTORIQUE D'AUDIT DU PROSPECT SAISI ET DE
      *    SES CONTACTS (ECRAN TLMB).
      *    LA FICHE PROSPECT PORTE LA NOTE DE RISQUE DE CREDIT DE SON
      *    SIREN (TLMRSQ, VIA TLMPRSQ1) ET SIGNALE UNE NOTATION EN
      *    ALERTE (RISQUE ELEVE OU PROCEDURE COLLECTIVE), AINSI QUE
      *    LE NUMERO DE COMPTE CLIENT DE LA FACTURATION UNE FOIS
      *    L'OUVERTURE DE COMPTE ACCEPTEE.
      *    ELLE SIGNALE ENFIN LES PIECES OBLIGATOIRES (TLMTDO)
      *    MANQUANTES OU EXPIREES DANS L'INDEX DOCUMENTAIRE TLMDOC (VIA
      *    TLMPDOC1) : LEUR NOMBRE SUR LA FICHE, LEURS CODES EN MESSAGE
      *    A DEFAUT D'ALERTE DE RISQUE DE CREDIT.
      *    CHAQUE PROSPECT OU CONTACT AFFICHE EST JOURNALISE (TLMLEC,
      *    VIA TLMPLEC1) AVEC L'OPERATEUR, LE TERMINAL ET L'HEURE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL1.
      *    Liste de surveillance des prospects (TLMWCH via TLMPWCH1,
      *    bascule PF5)
           COPY TLMCWCH1 REPLACING ==:PROG:== BY ==PGM6==.
      *    Notation du risque de credit du SIREN (TLMRSQ via TLMPRSQ1)
      *    et position courante dans la ligne de fiche prospect
           COPY TLMCRSQ1 REPLACING ==:PROG:== BY ==PGM7==.
       77 w-rsq-rc                PIC  X(02).
       77 w-ptr-ligne             PIC S9(4) COMP.
      *    Pieces obligatoires manquantes ou expirees du prospect
      *    (TLMDOC via TLMPDOC1) : nombre et rang dans le detail
           COPY TLMCDOC1 REPLACING ==:PROG:== BY ==PGMD==.
       77 w-doc-rc                PIC  X(02).
       77 w-doc-nb                PIC  9(02).
       77 w-doc-i                 PIC S9(4) COMP.
       77 w-ptr-msg               PIC S9(4) COMP.
      *    Identite CICS signee, abonne de la surveillance
       77 w-userid                PIC  X(08).
      *    Journal des consultations (TLMLEC via TLMPLEC1) : donnee
      *    affichee a noter ('P' prospect / 'C' contact, identifiant)
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
       77 w-lec-type              PIC  X(01).
       77 w-lec-id                PIC  X(06).
      *    File d'attente des demandes de dossier (VSAM TLMDEM,
      *    depot PF6) et profil operateur pour la page de garde
       COPY TLMCDEM1 REPLACING ==:PROG:== BY ==w-fil==.
           05 w-drill-mode         PIC  X(01).
           05 w-drill-con-id       PIC  X(06).
           05 w-drill-page         PIC  9(04).
      *    Zone de communication passee a l'ecran des affaires
      *    (TLMLONL8) pour le prospect saisi (cf. AFFAIRES-PROSPECT),
      *    reprise pour l'historique d'audit TLMLONLB (AUDIT-PROSPECT)
       01 w-vers-aff.
           05 w-vers-aff-mode      PIC  X(01).
           05 w-vers-aff-pro-id    PIC  X(06).
           05 w-vers-aff-page      PIC  9(04).
       LINKAGE SECTION.
       01 dfhcommarea.
           05 lk-com-mode          PIC  X(01).

       PROCEDURE DIVISION.
       DEBUT.
           MOVE SPACES                TO pgml-ent
           MOVE 0                     TO pgml-ent-add-nbr
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
             WHEN DFHPF8
               PERFORM PAGE-SUIVANTE
               PERFORM RENVOI-ECRAN
             WHEN DFHPF9
               PERFORM AFFAIRES-PROSPECT
               PERFORM RENVOI-ECRAN
             WHEN DFHPF10
               PERFORM AUDIT-PROSPECT
               PERFORM RENVOI-ECRAN
             WHEN OTHER
               PERFORM TRAITER-DEMANDE
               PERFORM RENVOI-ECRAN
           END-EXEC
           .

      *****************************************************************
      * PF9 : affaires du prospect saisi, sur l'ecran de maintenance
      * des affaires TLM8 (XCTL vers TLMLONL8, mode 'D' : la liste
      * est affichee a l'arrivee). Comme pour DETAIL-CONTACT, le XCTL
      * ne revient pas ici ; sans identifiant, l'ecran est reaffiche
      * avec le motif.
      *****************************************************************
       AFFAIRES-PROSPECT.
           MOVE IDI                    TO w-id-saisi
           IF w-id-saisi = SPACES THEN
             MOVE 'Saisir l''identifiant du prospect (affaires).'
                                       TO MSGO
           ELSE
             MOVE 'D'                  TO w-vers-aff-mode
             MOVE w-id-saisi           TO w-vers-aff-pro-id
             MOVE ZERO                 TO w-vers-aff-page
             EXEC CICS XCTL
               PROGRAM('TLMLONL8')
               COMMAREA(w-vers-aff)
               LENGTH(11)
             END-EXEC
           END-IF
           .

      *****************************************************************
      * PF10 : historique d'audit du prospect saisi et de ses contacts
      * (XCTL vers TLMLONLB, mode 'D', meme zone que pour TLM8).
      *****************************************************************
       AUDIT-PROSPECT.
           MOVE IDI                    TO w-id-saisi
           IF w-id-saisi = SPACES THEN
             MOVE 'Saisir l''identifiant du prospect (historique).'
                                       TO MSGO
           ELSE
             MOVE 'D'                  TO w-vers-aff-mode
             MOVE w-id-saisi           TO w-vers-aff-pro-id
             MOVE ZERO                 TO w-vers-aff-page
             EXEC CICS XCTL
               PROGRAM('TLMLONLB')
               COMMAREA(w-vers-aff)
               LENGTH(11)
             END-EXEC
           END-IF
           .

      *****************************************************************
      * Recherche par identifiant : fiche prospect puis ses contacts
      * lies, un contact par ligne de resultat (8 au maximum).
           MOVE w-id-saisi              TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc = '00' THEN
             PERFORM LIT-NOTATION
             PERFORM LIT-DOCUMENTS
             MOVE SPACES               TO w-ligne (1)
             MOVE 1                    TO w-ptr-ligne
      *      le score de priorite (recalcule chaque nuit, cf.
      *      TLMPRO-SCORE) est affiche en tete de fiche, suivi de la
      *      note de risque de credit si le SIREN est note et du
      *      compte de facturation s'il existe, puis du nombre de
      *      pieces obligatoires manquantes ou expirees, avant la
      *      ville qui peut se voir tronquer en bout de ligne
             STRING pgm1-sor-lec-id    DELIMITED SIZE
                    ' P:'              DELIMITED SIZE
                    pgm1-sor-lec-score DELIMITED SIZE
               INTO w-ligne (1)
               WITH POINTER w-ptr-ligne
             END-STRING
             IF w-rsq-rc = '00' THEN
               STRING ' R:'              DELIMITED SIZE
                      pgm7-sor-lec-note  DELIMITED SIZE
                 INTO w-ligne (1)
                 WITH POINTER w-ptr-ligne
               END-STRING
             END-IF
             IF pgm1-sor-lec-comptefac NOT = SPACES THEN
               STRING ' F:'                   DELIMITED SIZE
                      pgm1-sor-lec-comptefac  DELIMITED SPACE
                 INTO w-ligne (1)
                 WITH POINTER w-ptr-ligne
               END-STRING
             END-IF
             IF w-doc-nb > 0 THEN
               STRING ' D:'              DELIMITED SIZE
                      w-doc-nb           DELIMITED SIZE
                 INTO w-ligne (1)
                 WITH POINTER w-ptr-ligne
               END-STRING
             END-IF
             STRING ' '                DELIMITED SIZE
                    pgm1-sor-lec-nom   DELIMITED SIZE
                    ' - '              DELIMITED SIZE
                    pgm1-sor-lec-ville DELIMITED SIZE
               INTO w-ligne (1)
               WITH POINTER w-ptr-ligne
             END-STRING
             MOVE 1                    TO w-nbr-lignes
             MOVE 'P'                  TO w-lec-type
             MOVE pgm1-sor-lec-id      TO w-lec-id
             PERFORM NOTE-LECTURE
             PERFORM MESSAGE-NOTATION
             PERFORM CHARGER-CONTACTS
           ELSE
             MOVE 'Aucun prospect pour cet identifiant.'
           END-IF
           .

      *****************************************************************
      * Notation du risque de credit du SIREN du prospect (neuf
      * premiers chiffres du SIRET) : rc '00' note, '10' non note,
      * '01' SIRET absent ou invalide. Une erreur de lecture n'empeche
      * pas l'affichage de la fiche, la note est simplement omise.
      *****************************************************************
       LIT-NOTATION.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE pgm1-sor-lec-siret (1 : 9)
                                        TO pgm7-ent-lec-siren
           CALL 'TLMPRSQ1' USING tlmcpil pgm7
           MOVE tlmcpil-rc             TO w-rsq-rc
           .

      *****************************************************************
      * Pieces obligatoires du prospect : nombre de pieces manquantes
      * ou expirees (zero si le controle echoue, la fiche s'affiche
      * quand meme).
      *****************************************************************
       LIT-DOCUMENTS.
           MOVE 'CONTROLE'             TO tlmcpil-fct
           MOVE pgm1-sor-lec-id        TO pgmd-ent-ctl-id
           CALL 'TLMPDOC1' USING tlmcpil pgmd
           MOVE tlmcpil-rc             TO w-doc-rc
           MOVE 0                      TO w-doc-nb
           IF w-doc-rc = '00' THEN
             COMPUTE w-doc-nb = pgmd-sor-ctl-nbmanq
                              + pgmd-sor-ctl-nbexp
           END-IF
           .

      *****************************************************************
      * Message de la fiche prospect : une notation en alerte est
      * signalee a la place du message ordinaire (procedure collective
      * d'abord), avec l'accord du credit manager s'il a ete donne ;
      * a defaut, les pieces obligatoires manquantes ou expirees.
      *****************************************************************
       MESSAGE-NOTATION.
           MOVE SPACES                 TO MSGO
           EVALUATE TRUE
             WHEN w-rsq-rc NOT = '00'
               PERFORM MESSAGE-DOCUMENTS
             WHEN pgm7-sor-lec-alerte NOT = 'O'
               PERFORM MESSAGE-DOCUMENTS
             WHEN pgm7-sor-lec-procol = 'O'
               AND pgm7-sor-lec-accord = 'O'
               STRING 'Prospect trouve. Procedure collective, '
                                        DELIMITED SIZE
                      'accord credit manager donne.'
                                        DELIMITED SIZE
                 INTO MSGO
               END-STRING
             WHEN pgm7-sor-lec-procol = 'O'
               MOVE 'Prospect trouve. ATTENTION procedure collective.'
                                        TO MSGO
             WHEN pgm7-sor-lec-accord = 'O'
               STRING 'Prospect trouve. Risque credit eleve (note '
                                        DELIMITED SIZE
                      pgm7-sor-lec-note DELIMITED SIZE
                      '), accord credit manager donne.'
                                        DELIMITED SIZE
                 INTO MSGO
               END-STRING
             WHEN OTHER
               STRING 'Prospect trouve. ATTENTION risque credit '
                                        DELIMITED SIZE
                      'eleve (note '    DELIMITED SIZE
                      pgm7-sor-lec-note DELIMITED SIZE
                      ').'              DELIMITED SIZE
                 INTO MSGO
               END-STRING
           END-EVALUATE
           .

      *****************************************************************
      * Message ordinaire, ou codes des pieces obligatoires a fournir
      * (une piece expiree est precedee d'un '*'), dans la limite de
      * la ligne de message.
      *****************************************************************
       MESSAGE-DOCUMENTS.
           IF w-doc-nb = 0 THEN
             MOVE 'Prospect trouve, contacts ci-dessous :'
                                        TO MSGO
           ELSE
             MOVE 1                    TO w-ptr-msg
             STRING 'Prospect trouve. Pieces manquantes (*expirees) :'
                                        DELIMITED SIZE
               INTO MSGO
               WITH POINTER w-ptr-msg
             END-STRING
             PERFORM AJOUTE-PIECE-MSG
               VARYING w-doc-i FROM 1 BY 1
               UNTIL w-doc-i > 10
                  OR pgmd-sor-ctl-typdoc (w-doc-i) = SPACES
           END-IF
           .

       AJOUTE-PIECE-MSG.
           IF pgmd-sor-ctl-etat (w-doc-i) = 'E' THEN
             STRING ' *'                DELIMITED SIZE
                    pgmd-sor-ctl-typdoc (w-doc-i)
                                        DELIMITED SPACE
               INTO MSGO
               WITH POINTER w-ptr-msg
             END-STRING
           ELSE
             STRING ' '                 DELIMITED SIZE
                    pgmd-sor-ctl-typdoc (w-doc-i)
                                        DELIMITED SPACE
               INTO MSGO
               WITH POINTER w-ptr-msg
             END-STRING
           END-IF
           .

      *****************************************************************
      * Chargement des contacts du prospect selectionne, une ligne
      * par contact, jusqu'a 7 contacts (une ligne est deja prise par
      * la fiche prospect elle-meme).
      *****************************************************************
       CHARGER-CONTACTS.
           PERFORM DEMANDE-CLAIR
           MOVE 'LISTBYPID'            TO tlmcpil-fct
           MOVE w-id-saisi              TO pgm2-ent-lst-pid
           CALL 'TLMPCON2' USING tlmcpil pgm2
                  pgm2-sor-lec-mel     DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'C'                    TO w-lec-type
           MOVE pgm2-sor-lec-id        TO w-lec-id
           PERFORM NOTE-LECTURE
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil pgm2
           .

      *****************************************************************
      * Telephones et adresses electroniques en clair (jetonnes au
      * repos, cf. TLMTOK) pour un operateur dont le profil TLMOPR le
      * permet ; jetons affiches sinon. La couche physique verifie en
      * outre l'habilitation de la transaction (TLMCFG, 'CLAIR') sur
      * l'origine positionnee ici.
      *****************************************************************
       DEMANDE-CLAIR.
           MOVE SPACES                 TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           MOVE SPACES                 TO w-opr-opr
           MOVE w-userid               TO w-opr-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(w-opr-opr)
             RIDFLD(w-opr-opr-userid)
             RESP(w-resp)
           END-EXEC
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM1'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           MOVE 'N'                    TO tlmcpil-clair
           IF w-resp = 0 AND w-opr-opr-clair-oui THEN
             SET tlmcpil-clair-oui     TO TRUE
           END-IF
           .

      *****************************************************************
      * Reconnaissance de la saisie du champ nom : une arobase = une
      * adresse electronique (recherche inverse par mel), au moins
                                       DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'C'                    TO w-lec-type
           MOVE pgm2-sor-fnd-id        TO w-lec-id
           PERFORM NOTE-LECTURE
           MOVE 'FINDNEXT'             TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil pgm2
           .
                  pgm1-sor-sch-ville    DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'P'                     TO w-lec-type
           MOVE pgm1-sor-sch-id         TO w-lec-id
           PERFORM NOTE-LECTURE
           MOVE 'SEARCHNEXT'            TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           .
      * Recopie de la table de lignes de resultat vers les 8 champs
      * de la map (une table est plus commode a remplir depuis les
      * paragraphes ci-dessus, mais EXEC CICS SEND MAP exige des
      * champs nommes individuellement). Les fiches affichees sont
      * journalisees au passage.
      *****************************************************************
       RECOPIER-LIGNES.
           PERFORM JOURNALISE-LECTURES
           MOVE w-ligne (1)             TO L1O
           MOVE w-ligne (2)             TO L2O
           MOVE w-ligne (3)             TO L3O
           MOVE w-ligne (8)             TO L8O
           .

      *****************************************************************
      * Journal des consultations (TLMLEC via TLMPLEC1) : prospects et
      * contacts notes par NOTE-LECTURE pendant l'echange, ecrits en
      * un seul appel avec l'operateur signe, son terminal et son
      * portefeuille (profil TLMOPR). Un incident de journalisation
      * n'empeche pas l'affichage (cf. DISPLAY de la couche
      * physique).
      *****************************************************************
       JOURNALISE-LECTURES.
           IF pgml-ent-add-nbr > 0 THEN
             MOVE SPACES               TO w-userid
             EXEC CICS ASSIGN
               USERID(w-userid)
             END-EXEC
             MOVE SPACES               TO w-opr-opr
             MOVE w-userid             TO w-opr-opr-userid
             EXEC CICS READ FILE('TLMOPR')
               INTO(w-opr-opr)
               RIDFLD(w-opr-opr-userid)
               RESP(w-resp)
             END-EXEC
             IF w-resp NOT = 0 THEN
               MOVE SPACES             TO w-opr-opr-commercial
             END-IF
             MOVE w-userid             TO pgml-ent-add-operateur
             MOVE EIBTRMID             TO pgml-ent-add-terminal
             MOVE 'TLM1'               TO pgml-ent-add-transid
             MOVE w-opr-opr-commercial TO pgml-ent-add-commercial
             MOVE 'ADD'                TO tlmcpil-fct
             CALL 'TLMPLEC1' USING tlmcpil pgml
             MOVE 0                    TO pgml-ent-add-nbr
           END-IF
           .

       NOTE-LECTURE.
           IF pgml-ent-add-nbr < 8 THEN
             ADD 1                     TO pgml-ent-add-nbr
             MOVE w-lec-type           TO
                  pgml-ent-add-type (pgml-ent-add-nbr)
             MOVE w-lec-id             TO
                  pgml-ent-add-id (pgml-ent-add-nbr)
           END-IF
           .

       END PROGRAM TLMLONL1.
