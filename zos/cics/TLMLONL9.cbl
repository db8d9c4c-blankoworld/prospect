      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : AGENDA DES RENDEZ-VOUS EN LIGNE
      * NOM DU PROGRAMME : TLMLONL9
      * TRANSACTION CICS : TLM9
      * MAPSET / MAP     : TLMM0009 / ECRAN9
      * DESCRIPTION      : LE COMMERCIAL (OU SON ASSISTANTE) TIENT SON
      *    AGENDA DE VISITES : LISTE DES RENDEZ-VOUS PLANIFIES D'UN
      *    COMMERCIAL A UNE DATE (TLMPRDV1 LISTBYCOM/LISTNEXT, DATE DU
      *    JOUR A DEFAUT, FEUILLETABLE EN PF7/PF8 COMME TLM8),
      *    AFFICHAGE D'UN RENDEZ-VOUS (ENTREE), PRISE D'UN RENDEZ-VOUS
      *    (PF5, FONCTION ADD : LA COUCHE PHYSIQUE REFUSE UN CRENEAU
      *    DEJA PRIS, UN WEEK-END, UN JOUR FERIE TLMJOF OU UNE ABSENCE
      *    TLMDEL DU COMMERCIAL) ET SUITE DONNEE, ANNULE OU REALISE
      *    (PF6, FONCTION STATUS). ATTEINT PAR LE MENU TLM0. LA
      *    CONSULTATION EST OUVERTE A TOUS LES PROFILS ; LES
      *    ECRITURES EXIGENT LE PROFIL MISE A JOUR (TLMCOPR1,
      *    REVERIFIE AU MOMENT D'ECRIRE), SONT REFUSEES PENDANT LA
      *    FENETRE BATCH (TLMPEXE8) ET PORTENT L'OPERATEUR SIGNE EN
      *    ORIGINE, COMME TLMLONL8.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL9.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191218.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec les couches
      *    physiques (prospect pour le nom, rendez-vous pour la liste
      *    et les ecritures)
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
           COPY TLMCRDV1 REPLACING ==:PROG:== BY ==PGMR==.
      *    Verrou d'execution TLMEXE (TLMPEXE8, fct STATUS) : un
      *    batch ecrivain en cours passe l'ecran en consultation
      *    seule, comme TLMLONL2
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==PGM5==.
      *    Un batch ecrivain est-il en cours ? (cf. VRF-BATCH)
       77 w-batch                 PIC  9.
           88 w-batch-en-cours         VALUE 1.
           88 w-batch-absent           VALUE 0.
      *    Map symbolique de l'ecran de l'agenda
           COPY TLMM0009.
      *    Commercial, date et rendez-vous saisis
       77 w-com-saisi             PIC  X(04).
       77 w-dat-saisie            PIC  X(08).
       77 w-rdv-saisi             PIC  X(06).
      *    Date du jour AAAAMMJJ via l'horloge CICS (date de l'agenda
      *    quand elle n'est pas saisie)
       77 w-abstime               PIC S9(15) COMP-3.
       77 w-date-jour             PIC  X(08).
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee, pour le controle d'acces et
      *    l'estampille d'origine
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w==.
       77 w-userid                PIC  X(08).
       77 w-profil                PIC  X(01).
      *    Receptacle du code reponse des ordres CICS fichier
       77 w-resp                  PIC S9(8) COMP.
      *    Message d'une ecriture, conserve le temps de recharger la
      *    liste (cf. RAFRAICHIR-LISTE)
       77 w-msg                   PIC  X(77).
      *    Table des 8 lignes de rendez-vous de l'ecran
       01 w-lignes.
           05 w-ligne OCCURS 8 TIMES PIC X(77).
      *    Pagination de la liste (cf. CHARGE-LISTE)
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-nbr-sautes            PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : 'T' = conversation TLM9 en cours ; le
      *    commercial et la date affiches, la page de liste.
       01 w-commarea.
           05 w-com-mode           PIC  X(01).
           05 w-com-commercial     PIC  X(04).
           05 w-com-dtrdv          PIC  X(08).
           05 w-com-page           PIC  9(04).
       LINKAGE SECTION.
       01 dfhcommarea.
           05 lk-com-mode          PIC  X(01).
           05 lk-com-commercial    PIC  X(04).
           05 lk-com-dtrdv         PIC  X(08).
           05 lk-com-page          PIC  9(04).

       PROCEDURE DIVISION.
       DEBUT.
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
               TRANSID('TLM9')
               COMMAREA(w-commarea)
               LENGTH(17)
             END-EXEC
           ELSE
             MOVE dfhcommarea         TO w-commarea
             PERFORM TRAITER-ECRAN
           END-IF
           GOBACK
           .

      *****************************************************************
      * Lecture du profil de l'operateur signe (meme regle que
      * TLMLONL2 : absent du fichier = consultation seule).
      *****************************************************************
       LIT-PROFIL.
           MOVE SPACES                TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           MOVE 'C'                   TO w-profil
           MOVE w-userid              TO w-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(w-opr)
             RIDFLD(w-opr-userid)
             RESP(w-resp)
           END-EXEC
           IF w-resp = 0 AND w-opr-maj THEN
             MOVE 'M'                 TO w-profil
           END-IF
           .

      *****************************************************************
      * Premier appel direct de la transaction : ecran vierge, date
      * du jour proposee.
      *****************************************************************
       INIT-ECRAN.
           PERFORM DATE-DU-JOUR
           MOVE SPACES                TO TLMM0009O
           MOVE 'T'                   TO w-com-mode
           MOVE SPACES                TO w-com-commercial
           MOVE w-date-jour           TO w-com-dtrdv
           MOVE ZERO                  TO w-com-page
           MOVE w-date-jour           TO JOUO
           MOVE 'Saisir un code commercial, puis ENTREE.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0009')
             MAPSET('TLMM0009')
             FROM(TLMM0009O)
             ERASE
           END-EXEC
           .

      *****************************************************************
      * Reception de la saisie et aiguillage selon la touche : ENTREE
      * affiche, PF5 prend un rendez-vous, PF6 donne suite, PF7/PF8
      * feuillettent l'agenda du commercial affiche.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM0009')
             MAPSET('TLMM0009')
             INTO(TLMM0009I)
           END-EXEC
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHCLEAR
               PERFORM INIT-ECRAN
               EXEC CICS RETURN
                 TRANSID('TLM9')
                 COMMAREA(w-commarea)
                 LENGTH(17)
               END-EXEC
             WHEN DFHPF5
               PERFORM PRENDRE-RDV
               PERFORM RENVOI-ECRAN
             WHEN DFHPF6
               PERFORM SUITE-RDV
               PERFORM RENVOI-ECRAN
             WHEN DFHPF7
               IF w-com-commercial = SPACES THEN
                 MOVE 'Aucun agenda affiche.' TO MSGO
               ELSE
                 IF w-com-page > 1 THEN
                   SUBTRACT 1         FROM w-com-page
                 END-IF
                 PERFORM CHARGE-LISTE
               END-IF
               PERFORM RENVOI-ECRAN
             WHEN DFHPF8
               IF w-com-commercial = SPACES THEN
                 MOVE 'Aucun agenda affiche.' TO MSGO
               ELSE
                 ADD 1                TO w-com-page
                 PERFORM CHARGE-LISTE
               END-IF
               PERFORM RENVOI-ECRAN
             WHEN OTHER
               PERFORM AFFICHER-DEMANDE
               PERFORM RENVOI-ECRAN
           END-EVALUATE
           .

      *****************************************************************
      * Reaffichage de l'ecran et retour pseudo-conversationnel.
      *****************************************************************
       RENVOI-ECRAN.
           EXEC CICS SEND MAP('TLMM0009')
             MAPSET('TLMM0009')
             FROM(TLMM0009O)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLM9')
             COMMAREA(w-commarea)
             LENGTH(17)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM0009O
           MOVE 'Agenda des rendez-vous termine.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0009')
             MAPSET('TLMM0009')
             FROM(TLMM0009O)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Commercial et date saisis : date a blanc = date du jour,
      * reaffichee a l'ecran.
      *****************************************************************
       LIT-SAISIE.
           MOVE COMI                  TO w-com-saisi
           MOVE JOUI                  TO w-dat-saisie
           MOVE RDVI                  TO w-rdv-saisi
           IF w-dat-saisie = SPACES THEN
             PERFORM DATE-DU-JOUR
             MOVE w-date-jour         TO w-dat-saisie
             MOVE w-date-jour         TO JOUO
           END-IF
           .

      *****************************************************************
      * ENTREE : agenda du commercial saisi a la date saisie (page 1
      * pour un nouveau commercial ou une nouvelle date), puis le
      * rendez-vous saisi s'il y en a un.
      *****************************************************************
       AFFICHER-DEMANDE.
           PERFORM LIT-SAISIE
           EVALUATE TRUE
             WHEN w-com-saisi = SPACES
               MOVE 'Saisir un code commercial, puis ENTREE.'
                                       TO MSGO
             WHEN w-dat-saisie NOT NUMERIC
               MOVE 'Date invalide : AAAAMMJJ, ou vide pour ce jour.'
                                       TO MSGO
             WHEN OTHER
               IF w-com-saisi NOT = w-com-commercial
               OR w-dat-saisie NOT = w-com-dtrdv THEN
                 MOVE 1               TO w-com-page
               END-IF
               MOVE w-com-saisi       TO w-com-commercial
               MOVE w-dat-saisie      TO w-com-dtrdv
               PERFORM CHARGE-LISTE
               IF w-rdv-saisi NOT = SPACES THEN
                 PERFORM AFFICHER-RDV
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Chargement de la page demandee de l'agenda : LISTBYCOM relance
      * la liste depuis la premiere heure de la journee, les pages
      * precedentes sont sautees, 8 rendez-vous au plus remplissent
      * l'ecran (le curseur SQL ne survivant pas a la fin de tache,
      * la position est rejouee a chaque echange, comme TLM8).
      *****************************************************************
       CHARGE-LISTE.
           MOVE SPACES                 TO w-lignes
           MOVE ZERO                   TO w-nbr-lignes w-nbr-sautes
           COMPUTE w-nbr-a-sauter = (w-com-page - 1) * 8
           MOVE SPACES                 TO pgmr-ent
           MOVE 'LISTBYCOM'            TO tlmcpil-fct
           MOVE w-com-commercial       TO pgmr-ent-lst-commercial
           MOVE w-com-dtrdv            TO pgmr-ent-lst-dtrdv
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           PERFORM SAUTE-RDV
             UNTIL w-nbr-sautes >= w-nbr-a-sauter
                OR tlmcpil-rc NOT = '00'
           PERFORM AJOUTER-LIGNE-RDV
             UNTIL tlmcpil-rc NOT = '00'
                OR w-nbr-lignes >= 8
           EVALUATE TRUE
             WHEN w-nbr-lignes = 0 AND w-com-page = 1
               MOVE 'Aucun rendez-vous planifie ce jour-la.'
                                        TO MSGO
             WHEN w-nbr-lignes = 0
               MOVE 'Fin de la liste : PF7 pour revenir.'
                                        TO MSGO
             WHEN OTHER
               MOVE 'Rendez-vous planifies (PF7/PF8 : liste).'
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
           .

       SAUTE-RDV.
           ADD 1                       TO w-nbr-sautes
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           .

       AJOUTER-LIGNE-RDV.
           ADD 1                       TO w-nbr-lignes
           STRING pgmr-sor-lec-id      DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  pgmr-sor-lec-hdebut  DELIMITED SIZE
                  '  '                 DELIMITED SIZE
                  pgmr-sor-lec-hfin    DELIMITED SIZE
                  '  '                 DELIMITED SIZE
                  pgmr-sor-lec-proid   DELIMITED SIZE
                  '   '                DELIMITED SIZE
                  pgmr-sor-lec-conid   DELIMITED SIZE
                  '  '                 DELIMITED SIZE
                  pgmr-sor-lec-lieu    DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           .

      *****************************************************************
      * Rechargement de l'agenda apres une ecriture, en conservant le
      * message de l'ecriture (la liste ne touche que ses lignes).
      *****************************************************************
       RAFRAICHIR-LISTE.
           MOVE MSGO                   TO w-msg
           MOVE 1                      TO w-com-page
           PERFORM CHARGE-LISTE
           MOVE w-msg                  TO MSGO
           .

      *****************************************************************
      * Affichage du rendez-vous w-rdv-saisi (TLMPRDV1 SELECT), quel
      * que soit son statut ; le nom du prospect est relu (TLMPPRO1).
      *****************************************************************
       AFFICHER-RDV.
           MOVE SPACES                 TO pgmr-ent
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-rdv-saisi            TO pgmr-ent-lec-id
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           IF tlmcpil-rc NOT = '00' THEN
             MOVE 'Aucun rendez-vous pour ce numero.'
                                        TO MSGO
           ELSE
             MOVE pgmr-sor-lec-id      TO RDVO
             MOVE pgmr-sor-lec-proid   TO PROO
             MOVE pgmr-sor-lec-conid   TO CONO
             MOVE pgmr-sor-lec-hdebut  TO HDEO
             MOVE pgmr-sor-lec-hfin    TO HFIO
             MOVE pgmr-sor-lec-lieu    TO LIEUO
             MOVE SPACES               TO STAO
             PERFORM NOM-PROSPECT
             EVALUATE pgmr-sor-lec-statut
               WHEN 'P'
                 MOVE 'Rendez-vous planifie : PF6 pour donner suite.'
                                        TO MSGO
               WHEN 'R'
                 MOVE 'Rendez-vous deja realise.'
                                        TO MSGO
               WHEN OTHER
                 MOVE 'Rendez-vous annule.'
                                        TO MSGO
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Nom du prospect PROO pour l'affichage (blanc s'il n'est plus
      * actif).
      *****************************************************************
       NOM-PROSPECT.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE PROO                   TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc = '00' THEN
             MOVE pgm1-sor-lec-nom     TO NOMO
           ELSE
             MOVE SPACES               TO NOMO
           END-IF
           .

      *****************************************************************
      * DATE-DU-JOUR : date AAAAMMJJ via l'horloge CICS.
      *****************************************************************
       DATE-DU-JOUR.
           EXEC CICS ASKTIME
             ABSTIME(w-abstime)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(w-abstime)
             YYYYMMDD(w-date-jour)
           END-EXEC
           .

      *****************************************************************
      * VRF-BATCH : un batch ecrivain detient-il le verrou TLMEXE ?
      * Meme regle que TLMLONL2 : consultation seule pendant la
      * fenetre batch, retour a la normale des que le verrou est
      * rendu.
      *****************************************************************
       VRF-BATCH.
           SET w-batch-absent          TO TRUE
           MOVE SPACES                 TO pgm5-ent
           MOVE 'STATUS'               TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm5
           IF tlmcpil-rc = '20' THEN
             SET w-batch-en-cours      TO TRUE
             MOVE SPACES               TO MSGO
             STRING
               'Chaine batch en cours (' DELIMITED SIZE
               pgm5-sor-exe-pgm          DELIMITED SIZE
               ') : consultation seule.' DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           .

      *****************************************************************
      * Origine stampee par la couche physique : la transaction et
      * l'identite de l'operateur signe (X(12) = 'TLM9' + 8 car.).
      * Aucune ligne de pilotage a l'origine : rang laisse a zero.
      *****************************************************************
       ESTAMPILLE-ORIGINE.
           MOVE ZERO                   TO tlmcpil-src
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM9'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           .

      *****************************************************************
      * PF5 : prise d'un rendez-vous (numero laisse a blanc, attribue
      * par TLMPRDV1 et restitue a l'ecran). Commercial a blanc =
      * charge de compte du prospect, retenu par la couche physique
      * et reaffiche.
      *****************************************************************
       PRENDRE-RDV.
           PERFORM LIT-SAISIE
      *    le profil est reverifie au moment d'ecrire : la pseudo-
      *    conversation a pu etre engagee avant un retrait de droits
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : prise de rdv refusee.'
                                       TO MSGO
             WHEN w-rdv-saisi NOT = SPACES
               MOVE 'Laisser le numero a blanc pour prendre un rdv.'
                                       TO MSGO
             WHEN PROI = SPACES OR HDEI = SPACES OR HFII = SPACES
               MOVE 'Saisir le prospect et les heures de debut et fin.'
                                       TO MSGO
             WHEN OTHER
               PERFORM PRENDRE-RDV-AUTORISE
           END-EVALUATE
           .

       PRENDRE-RDV-AUTORISE.
           PERFORM ESTAMPILLE-ORIGINE
           MOVE 'ADD'                  TO tlmcpil-fct
           MOVE SPACES                 TO pgmr-ent
           MOVE w-com-saisi            TO pgmr-ent-ajo-commercial
           MOVE PROI                   TO pgmr-ent-ajo-proid
           MOVE CONI                   TO pgmr-ent-ajo-conid
           MOVE w-dat-saisie           TO pgmr-ent-ajo-dtrdv
           MOVE HDEI                   TO pgmr-ent-ajo-hdebut
           MOVE HFII                   TO pgmr-ent-ajo-hfin
           MOVE LIEUI                  TO pgmr-ent-ajo-lieu
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           MOVE SPACES                 TO MSGO
           EVALUATE tlmcpil-rc
             WHEN '00'
               MOVE pgmr-sor-ajo-id    TO RDVO
               MOVE pgmr-sor-ajo-commercial
                                       TO COMO w-com-commercial
               MOVE w-dat-saisie       TO w-com-dtrdv
               MOVE PROI               TO PROO
               PERFORM NOM-PROSPECT
               STRING
                 'Rendez-vous '        DELIMITED SIZE
                 pgmr-sor-ajo-id       DELIMITED SIZE
                 ' pris.'              DELIMITED SIZE
                 INTO MSGO
               END-STRING
               PERFORM RAFRAICHIR-LISTE
             WHEN '03'
               STRING
                 'Creneau deja pris par le rendez-vous '
                                       DELIMITED SIZE
                 pgmr-sor-ajo-conflit  DELIMITED SIZE
                 '.'                   DELIMITED SIZE
                 INTO MSGO
               END-STRING
             WHEN '09'
               EVALUATE TRUE
                 WHEN pgmr-sor-ajo-motif-weekend
                   MOVE 'Pas de rendez-vous le week-end.'
                                       TO MSGO
                 WHEN pgmr-sor-ajo-motif-ferie
                   MOVE 'Jour ferie : rendez-vous refuse.'
                                       TO MSGO
                 WHEN OTHER
                   MOVE 'Commercial absent ce jour-la : rdv refuse.'
                                       TO MSGO
               END-EVALUATE
             WHEN '05'
               MOVE 'Date ou heures invalides, ou date passee.'
                                       TO MSGO
             WHEN '04'
               MOVE 'Prospect inactif ou contact hors du prospect.'
                                       TO MSGO
             WHEN OTHER
               MOVE tlmcpil-msg        TO MSGO
           END-EVALUATE
           .

      *****************************************************************
      * PF6 : suite donnee au rendez-vous saisi, A (annule) ou R
      * (realise), via TLMPRDV1-STATUS. Seul un rendez-vous encore
      * planifie peut recevoir une suite ; il sort alors de l'agenda.
      *****************************************************************
       SUITE-RDV.
           PERFORM LIT-SAISIE
      *    le profil est reverifie au moment d'ecrire
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : mise a jour refusee.'
                                       TO MSGO
             WHEN w-rdv-saisi = SPACES
               MOVE 'Saisir le numero du rendez-vous.'
                                       TO MSGO
             WHEN STAI NOT = 'A' AND STAI NOT = 'R'
               MOVE 'Suite : A (annule) ou R (realise).'
                                       TO MSGO
             WHEN OTHER
               PERFORM SUITE-RDV-AUTORISEE
           END-EVALUATE
           .

       SUITE-RDV-AUTORISEE.
           PERFORM ESTAMPILLE-ORIGINE
           MOVE 'STATUS'               TO tlmcpil-fct
           MOVE SPACES                 TO pgmr-ent
           MOVE w-rdv-saisi            TO pgmr-ent-sta-id
           MOVE STAI                   TO pgmr-ent-sta-statut
           CALL 'TLMPRDV1' USING tlmcpil pgmr
           MOVE SPACES                 TO MSGO
           EVALUATE tlmcpil-rc
             WHEN '00'
               MOVE SPACES             TO STAO
               IF pgmr-sor-lec-statut = 'A' THEN
                 STRING
                   'Rendez-vous '      DELIMITED SIZE
                   w-rdv-saisi         DELIMITED SIZE
                   ' annule.'          DELIMITED SIZE
                   INTO MSGO
                 END-STRING
               ELSE
                 STRING
                   'Rendez-vous '      DELIMITED SIZE
                   w-rdv-saisi         DELIMITED SIZE
                   ' realise.'         DELIMITED SIZE
                   INTO MSGO
                 END-STRING
               END-IF
               IF w-com-commercial NOT = SPACES THEN
                 PERFORM RAFRAICHIR-LISTE
               END-IF
             WHEN '07'
               MOVE 'Rendez-vous plus planifie : suite refusee.'
                                       TO MSGO
             WHEN '10'
               MOVE 'Aucun rendez-vous pour ce numero.'
                                       TO MSGO
             WHEN OTHER
               MOVE tlmcpil-msg        TO MSGO
           END-EVALUATE
           .

       END PROGRAM TLMLONL9.
