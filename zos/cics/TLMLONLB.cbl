      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : HISTORIQUE D'AUDIT EN LIGNE
      * NOM DU PROGRAMME : TLMLONLB
      * TRANSACTION CICS : TLMB
      * MAPSET / MAP     : TLMM000B / ECRANB
      * DESCRIPTION      : "QUI A CHANGE L'ADRESSE DE MON CLIENT ?" :
      *    LE FRONT-DESK FEUILLETTE EN LIGNE LES CLICHES D'AUDIT D'UN
      *    PROSPECT ET DE SES CONTACTS (TLMPROH / TLMCONH, VIA LA
      *    COUCHE PHYSIQUE TLMPHIS1), DU PLUS RECENT AU PLUS ANCIEN,
      *    SANS DEMANDER D'EDITION BATCH (TLMBPGM30). CHAQUE CLICHE
      *    DONNE UNE LIGNE D'ENTETE (DATE ET HEURE, ORIGINE : JOB
      *    BATCH OU TRANSACTION + OPERATEUR, RANG DE LA LIGNE DE
      *    PILOTAGE, FICHE, OPERATION) PUIS UNE LIGNE PAR CHAMP
      *    MODIFIE, VALEUR AVANT ET VALEUR APRES COTE A COTE (L'IMAGE
      *    APRES EST LE CLICHE SUIVANT DE LA FICHE, OU LA FICHE
      *    VIVANTE). FEUILLETABLE EN PF7/PF8 SUR LE MEME PRINCIPE QUE
      *    TLM3 (LA POSITION EST REJOUEE A CHAQUE ECHANGE). ATTEINT
      *    PAR PF10 DEPUIS TLM1 (PROSPECT SAISI) ET TLM3 (PROSPECT DU
      *    CONTACT AFFICHE), OU PAR SAISIE DIRECTE D'UN IDENTIFIANT.
      *    CONSULTATION PURE, OUVERTE A TOUS LES PROFILS ; LES CHAMPS
      *    PERSONNELS DES CONTACTS (NOM, PRENOM, TELEPHONE, COURRIEL,
      *    NOTE) SONT MASQUES SANS LE PROFIL MISE A JOUR (TLMCOPR1).
      *    LES FICHES DONT DES DONNEES PERSONNELLES SONT AFFICHEES SONT
      *    JOURNALISEES (TLMLEC, VIA TLMPLEC1). LES CLICHES PURGES PAR
      *    LA RETENTION (TLMBPGM29) NE SONT PLUS VISIBLES ICI.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONLB.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200406.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique prospect (relecture du nom) et l'historique d'audit
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
           COPY TLMCHIS1 REPLACING ==:PROG:== BY ==PGM2==.
      *    Journal des consultations (TLMLEC via TLMPLEC1) : donnee
      *    affichee a noter ('P' prospect / 'C' contact, identifiant)
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
       77 w-lec-type              PIC  X(01).
       77 w-lec-id                PIC  X(06).
       77 w-idx                   PIC  9(02) COMP-3.
       01 w-lec-deja              PIC  9.
           88 w-lec-deja-oui              VALUE 1.
           88 w-lec-deja-non              VALUE 0.
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee : le profil 'M' voit les champs
      *    personnels, le portefeuille est journalise
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==wo==.
       77 w-userid                PIC  X(08).
       77 w-profil                PIC  X(01).
       77 w-resp                  PIC S9(8) COMP.
      *    Map symbolique de l'ecran d'historique
           COPY TLMM000B.
      *    Identifiant saisi
       77 w-id-saisi              PIC  X(06).
      *    Table des 16 lignes de l'ecran
       01 w-lignes.
           05 w-ligne OCCURS 16 TIMES PIC X(77).
      *    Pagination (cf. CHARGE-HISTORIQUE) : lignes produites
      *    depuis le cliche le plus recent, lignes des pages
      *    precedentes a sauter, lignes retenues pour l'ecran
       77 w-nbr-gen               PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
       77 w-nbr-fin-page          PIC  9(04) COMP-3.
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-page-aff              PIC  ZZZ9.
      *    Le cliche en cours a-t-il au moins une ligne sur l'ecran ?
       01 w-cli-affiche           PIC  9.
           88 w-cli-affiche-oui           VALUE 1.
           88 w-cli-affiche-non           VALUE 0.
      *    Nombre de champs modifies du cliche en cours
       77 w-nbr-chg               PIC  9(02) COMP-3.
      *    Champ en cours de comparaison (cf. COMPARE-CHAMP)
       77 w-chg-lib               PIC  X(09).
       77 w-val-av                PIC  X(80).
       77 w-val-ap                PIC  X(80).
       01 w-perso                 PIC  9.
           88 w-perso-oui                 VALUE 1.
           88 w-perso-non                 VALUE 0.
      *    Ligne courante a placer sur l'ecran (cf. EMET-LIGNE)
       01 w-lig-cour              PIC  X(77).
      *    Ligne d'entete d'un cliche
       01 w-lig-cli.
           05 w-lig-cli-date          PIC  X(10).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cli-heure         PIC  X(08).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cli-origine       PIC  X(12).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 FILLER                  PIC  X(04) VALUE 'Pil.'.
           05 w-lig-cli-pilseq        PIC  ZZZZZZ9.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cli-fiche         PIC  X(08).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cli-id            PIC  X(06).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cli-oper          PIC  X(16).
      *    Ligne d'un champ modifie : libelle, avant > apres
       01 w-lig-chg.
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-chg-lib           PIC  X(09).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-chg-av            PIC  X(31).
           05 FILLER                  PIC  X(03) VALUE ' > '.
           05 w-lig-chg-ap            PIC  X(31).
      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : 'D' = arrivee par XCTL depuis TLM1 ou
      *    TLM3 (l'historique est a afficher), 'T' = conversation TLMB
      *    en cours ; le prospect affiche et la page.
       01 w-commarea.
           05 w-com-mode           PIC  X(01).
           05 w-com-pro-id         PIC  X(06).
           05 w-com-page           PIC  9(04).
       LINKAGE SECTION.
       01 dfhcommarea.
           05 lk-com-mode          PIC  X(01).
           05 lk-com-pro-id        PIC  X(06).
           05 lk-com-page          PIC  9(04).

       PROCEDURE DIVISION.
       DEBUT.
           MOVE SPACES                TO pgml-ent
           MOVE 0                     TO pgml-ent-add-nbr
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
               TRANSID('TLMB')
               COMMAREA(w-commarea)
               LENGTH(11)
             END-EXEC
           ELSE
             MOVE dfhcommarea         TO w-commarea
             IF w-com-mode = 'D' THEN
      *        arrivee par XCTL depuis TLM1 / TLM3 : l'historique du
      *        prospect transmis est affiche immediatement, sans
      *        RECEIVE (aucune map TLMB n'a encore ete envoyee)
               MOVE 'T'               TO w-com-mode
               MOVE 1                 TO w-com-page
               MOVE SPACES            TO TLMM000BO
               PERFORM AFFICHER-HISTORIQUE
               PERFORM RENVOI-ECRAN
             ELSE
               PERFORM TRAITER-ECRAN
             END-IF
           END-IF
           GOBACK
           .

      *****************************************************************
      * Premier appel direct de la transaction : ecran vierge.
      *****************************************************************
       INIT-ECRAN.
           MOVE SPACES                TO TLMM000BO
           MOVE 'T'                   TO w-com-mode
           MOVE SPACES                TO w-com-pro-id
           MOVE ZERO                  TO w-com-page
           MOVE 'Saisir un identifiant prospect, puis ENTREE.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000B')
             MAPSET('TLMM000B')
             FROM(TLMM000BO)
             ERASE
           END-EXEC
           .

      *****************************************************************
      * Reception de la saisie et aiguillage selon la touche : PF7/PF8
      * feuillettent l'historique du prospect affiche.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM000B')
             MAPSET('TLMM000B')
             INTO(TLMM000BI)
           END-EXEC
           MOVE IDI                   TO w-id-saisi
           MOVE SPACES                TO TLMM000BO
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHCLEAR
               PERFORM INIT-ECRAN
               EXEC CICS RETURN
                 TRANSID('TLMB')
                 COMMAREA(w-commarea)
                 LENGTH(11)
               END-EXEC
             WHEN DFHPF7
               IF w-com-pro-id = SPACES THEN
                 MOVE 'Aucun prospect affiche.' TO MSGO
               ELSE
                 IF w-com-page > 1 THEN
                   SUBTRACT 1         FROM w-com-page
                 END-IF
                 PERFORM AFFICHER-HISTORIQUE
               END-IF
               PERFORM RENVOI-ECRAN
             WHEN DFHPF8
               IF w-com-pro-id = SPACES THEN
                 MOVE 'Aucun prospect affiche.' TO MSGO
               ELSE
                 ADD 1                TO w-com-page
                 PERFORM AFFICHER-HISTORIQUE
               END-IF
               PERFORM RENVOI-ECRAN
             WHEN OTHER
               IF w-id-saisi = SPACES THEN
                 MOVE 'Saisir un identifiant prospect, puis ENTREE.'
                                       TO MSGO
               ELSE
                 MOVE w-id-saisi      TO w-com-pro-id
                 MOVE 1               TO w-com-page
                 PERFORM AFFICHER-HISTORIQUE
               END-IF
               PERFORM RENVOI-ECRAN
           END-EVALUATE
           .

      *****************************************************************
      * Reaffichage de l'ecran et retour pseudo-conversationnel.
      *****************************************************************
       RENVOI-ECRAN.
           EXEC CICS SEND MAP('TLMM000B')
             MAPSET('TLMM000B')
             FROM(TLMM000BO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLMB')
             COMMAREA(w-commarea)
             LENGTH(11)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM000BO
           MOVE 'Consultation de l''historique terminee.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000B')
             MAPSET('TLMM000B')
             FROM(TLMM000BO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Affichage du prospect w-com-pro-id (nom relu via TLMPPRO1 ;
      * un prospect supprime garde son historique) et de la page
      * courante de son historique d'audit.
      *****************************************************************
       AFFICHER-HISTORIQUE.
           PERFORM LIT-PROFIL
           MOVE w-com-pro-id           TO IDO
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-com-pro-id           TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc = '00' THEN
             MOVE pgm1-sor-lec-nom     TO PRONOMO
           ELSE
             MOVE '(prospect inactif ou inconnu)'
                                        TO PRONOMO
           END-IF
           MOVE w-com-page             TO w-page-aff
           STRING 'Page '              DELIMITED SIZE
                  w-page-aff           DELIMITED SIZE
             INTO PAGEO
           END-STRING
           PERFORM CHARGE-HISTORIQUE
           IF w-nbr-lignes > 0 THEN
             MOVE 'P'                  TO w-lec-type
             MOVE w-com-pro-id         TO w-lec-id
             PERFORM NOTE-LECTURE
           END-IF
           PERFORM JOURNALISE-LECTURES
           .

      *****************************************************************
      * Chargement de la page demandee : LISTBYPRO relance la liste
      * depuis le cliche le plus recent, chaque cliche produit ses
      * lignes (entete puis champs modifies), les lignes des pages
      * precedentes sont sautees et 16 lignes au plus remplissent
      * l'ecran. La lecture s'arrete des qu'une ligne de plus que
      * la page a ete produite : il reste alors une page suivante.
      *****************************************************************
       CHARGE-HISTORIQUE.
           MOVE SPACES                 TO w-lignes
           MOVE ZERO                   TO w-nbr-lignes w-nbr-gen
           COMPUTE w-nbr-a-sauter = (w-com-page - 1) * 16
           COMPUTE w-nbr-fin-page = w-nbr-a-sauter + 16
           MOVE SPACES                 TO pgm2-ent
           MOVE w-com-pro-id           TO pgm2-ent-lst-id
           MOVE 'LISTBYPRO'            TO tlmcpil-fct
           CALL 'TLMPHIS1' USING tlmcpil pgm2
           PERFORM TRAITE-CLICHE
             UNTIL tlmcpil-rc NOT = '00'
                OR w-nbr-gen > w-nbr-fin-page
           EVALUATE TRUE
             WHEN w-nbr-lignes = 0 AND w-com-page = 1
               MOVE 'Aucune modification historisee pour ce prospect.'
                                        TO MSGO
             WHEN w-nbr-lignes = 0
               MOVE 'Fin de l''historique : PF7 pour revenir.'
                                        TO MSGO
             WHEN w-nbr-gen > w-nbr-fin-page
               MOVE 'Modifications, de la plus recente (PF8 : suite).'
                                        TO MSGO
             WHEN OTHER
               MOVE 'Modifications, de la plus recente : fin de liste.'
                                        TO MSGO
           END-EVALUATE
           PERFORM RECOPIER-LIGNES
           .

      *****************************************************************
      * Un cliche : ligne d'entete, puis une ligne par champ dont la
      * valeur avant differe de la valeur apres. Un cliche sans
      * changement visible (champ non historise, comme le score ou
      * le commercial) le dit sur une ligne.
      *****************************************************************
       TRAITE-CLICHE.
           SET w-cli-affiche-non       TO TRUE
           MOVE ZERO                   TO w-nbr-chg
           MOVE pgm2-sor-lst-dtaudit (1 : 10)
                                       TO w-lig-cli-date
           MOVE pgm2-sor-lst-dtaudit (12 : 8)
                                       TO w-lig-cli-heure
           MOVE pgm2-sor-lst-origine   TO w-lig-cli-origine
           MOVE pgm2-sor-lst-pilseq    TO w-lig-cli-pilseq
           MOVE pgm2-sor-lst-id        TO w-lig-cli-id
           IF pgm2-sor-lst-type = 'P' THEN
             MOVE 'Prospect'           TO w-lig-cli-fiche
           ELSE
             MOVE 'Contact'            TO w-lig-cli-fiche
           END-IF
           IF pgm2-sor-lst-operation = 'S' THEN
             MOVE 'Suppression'        TO w-lig-cli-oper
           ELSE
             MOVE 'Mise a jour'        TO w-lig-cli-oper
           END-IF
           MOVE w-lig-cli              TO w-lig-cour
           PERFORM EMET-LIGNE
           IF pgm2-sor-lst-type = 'P' THEN
             PERFORM COMPARE-PROSPECT
           ELSE
             PERFORM COMPARE-CONTACT
           END-IF
           IF w-nbr-chg = 0 THEN
             MOVE '  (aucun champ historise modifie)'
                                       TO w-lig-cour
             PERFORM EMET-LIGNE
           END-IF
      *    fiche contact dont les donnees personnelles sont a l'ecran
           IF pgm2-sor-lst-type = 'C' AND w-cli-affiche-oui
           AND w-profil = 'M' THEN
             MOVE 'C'                  TO w-lec-type
             MOVE pgm2-sor-lst-id      TO w-lec-id
             PERFORM NOTE-LECTURE
           END-IF
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPHIS1' USING tlmcpil pgm2
           .

       COMPARE-PROSPECT.
           SET w-perso-non             TO TRUE
           MOVE 'Nom'                  TO w-chg-lib
           MOVE pgm2-sor-lst-nom (1)   TO w-val-av
           MOVE pgm2-sor-lst-nom (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Rue'                  TO w-chg-lib
           MOVE pgm2-sor-lst-rue (1)   TO w-val-av
           MOVE pgm2-sor-lst-rue (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Code post'            TO w-chg-lib
           MOVE pgm2-sor-lst-cp (1)    TO w-val-av
           MOVE pgm2-sor-lst-cp (2)    TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Ville'                TO w-chg-lib
           MOVE pgm2-sor-lst-ville (1) TO w-val-av
           MOVE pgm2-sor-lst-ville (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Stade'                TO w-chg-lib
           MOVE pgm2-sor-lst-stade (1) TO w-val-av
           MOVE pgm2-sor-lst-stade (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Statut'               TO w-chg-lib
           MOVE pgm2-sor-lst-statut (1) TO w-val-av
           MOVE pgm2-sor-lst-statut (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           .

       COMPARE-CONTACT.
           SET w-perso-oui             TO TRUE
           MOVE 'Nom'                  TO w-chg-lib
           MOVE pgm2-sor-lst-nom (1)   TO w-val-av
           MOVE pgm2-sor-lst-nom (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Prenom'               TO w-chg-lib
           MOVE pgm2-sor-lst-prenom (1) TO w-val-av
           MOVE pgm2-sor-lst-prenom (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Telephone'            TO w-chg-lib
           MOVE pgm2-sor-lst-tel (1)   TO w-val-av
           MOVE pgm2-sor-lst-tel (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Courriel'             TO w-chg-lib
           MOVE pgm2-sor-lst-mel (1)   TO w-val-av
           MOVE pgm2-sor-lst-mel (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Note'                 TO w-chg-lib
           MOVE pgm2-sor-lst-note (1)  TO w-val-av
           MOVE pgm2-sor-lst-note (2)  TO w-val-ap
           PERFORM COMPARE-CHAMP
           SET w-perso-non             TO TRUE
           MOVE 'Prospect'             TO w-chg-lib
           MOVE pgm2-sor-lst-pid (1)   TO w-val-av
           MOVE pgm2-sor-lst-pid (2)   TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Fonction'             TO w-chg-lib
           MOVE pgm2-sor-lst-fonction (1) TO w-val-av
           MOVE pgm2-sor-lst-fonction (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Opt-out'              TO w-chg-lib
           MOVE pgm2-sor-lst-optout (1) TO w-val-av
           MOVE pgm2-sor-lst-optout (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Principal'            TO w-chg-lib
           MOVE pgm2-sor-lst-principal (1) TO w-val-av
           MOVE pgm2-sor-lst-principal (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           MOVE 'Statut'               TO w-chg-lib
           MOVE pgm2-sor-lst-statut (1) TO w-val-av
           MOVE pgm2-sor-lst-statut (2) TO w-val-ap
           PERFORM COMPARE-CHAMP
           .

      *****************************************************************
      * Champ w-chg-lib : ligne avant > apres s'il a change. Un champ
      * personnel est masque sans le profil mise a jour (le fait
      * qu'il ait change reste visible).
      *****************************************************************
       COMPARE-CHAMP.
           IF w-val-av NOT = w-val-ap THEN
             ADD 1                     TO w-nbr-chg
             MOVE w-chg-lib            TO w-lig-chg-lib
             IF w-perso-oui AND w-profil NOT = 'M' THEN
               MOVE '(masque)'         TO w-lig-chg-av w-lig-chg-ap
             ELSE
               MOVE w-val-av           TO w-lig-chg-av
               MOVE w-val-ap           TO w-lig-chg-ap
             END-IF
             MOVE w-lig-chg            TO w-lig-cour
             PERFORM EMET-LIGNE
           END-IF
           .

      *****************************************************************
      * Une ligne produite : retenue si elle tombe dans la page
      * demandee.
      *****************************************************************
       EMET-LIGNE.
           ADD 1                       TO w-nbr-gen
           IF w-nbr-gen > w-nbr-a-sauter AND w-nbr-lignes < 16 THEN
             ADD 1                     TO w-nbr-lignes
             MOVE w-lig-cour           TO w-ligne (w-nbr-lignes)
             SET w-cli-affiche-oui     TO TRUE
           END-IF
           .

      *****************************************************************
      * Recopie des lignes constituees vers les champs de l'ecran.
      *****************************************************************
       RECOPIER-LIGNES.
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
           MOVE w-ligne (13)           TO L13O
           MOVE w-ligne (14)           TO L14O
           MOVE w-ligne (15)           TO L15O
           MOVE w-ligne (16)           TO L16O
           .

      *****************************************************************
      * Lecture du profil de l'operateur signe (meme regle que le
      * menu TLMLONL0 : absent du fichier = consultation seule, sans
      * portefeuille).
      *****************************************************************
       LIT-PROFIL.
           MOVE SPACES                TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           MOVE 'C'                   TO w-profil
           MOVE w-userid              TO wo-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(wo-opr)
             RIDFLD(wo-opr-userid)
             RESP(w-resp)
           END-EXEC
           IF w-resp = 0 AND wo-opr-maj THEN
             MOVE 'M'                 TO w-profil
           END-IF
           IF w-resp NOT = 0 THEN
             MOVE SPACES              TO wo-opr-commercial
           END-IF
           .

      *****************************************************************
      * Journal des consultations (TLMLEC via TLMPLEC1) : prospect et
      * contacts notes par NOTE-LECTURE pendant l'echange, ecrits en
      * un seul appel avec l'operateur signe, son terminal et son
      * portefeuille. Un incident de journalisation n'empeche pas
      * l'affichage.
      *****************************************************************
       JOURNALISE-LECTURES.
           IF pgml-ent-add-nbr > 0 THEN
             MOVE w-userid             TO pgml-ent-add-operateur
             MOVE EIBTRMID             TO pgml-ent-add-terminal
             MOVE 'TLMB'               TO pgml-ent-add-transid
             MOVE wo-opr-commercial    TO pgml-ent-add-commercial
             MOVE 'ADD'                TO tlmcpil-fct
             CALL 'TLMPLEC1' USING tlmcpil pgml
             MOVE 0                    TO pgml-ent-add-nbr
           END-IF
           .

      *****************************************************************
      * Une fiche affichee, notee une seule fois par echange (un
      * contact revient sur plusieurs cliches de la meme page).
      *****************************************************************
       NOTE-LECTURE.
           SET w-lec-deja-non          TO TRUE
           PERFORM CHERCHE-LECTURE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > pgml-ent-add-nbr
                OR w-lec-deja-oui
           IF w-lec-deja-non AND pgml-ent-add-nbr < 8 THEN
             ADD 1                     TO pgml-ent-add-nbr
             MOVE w-lec-type           TO
                  pgml-ent-add-type (pgml-ent-add-nbr)
             MOVE w-lec-id             TO
                  pgml-ent-add-id (pgml-ent-add-nbr)
           END-IF
           .

       CHERCHE-LECTURE.
           IF pgml-ent-add-type (w-idx) = w-lec-type
           AND pgml-ent-add-id (w-idx) = w-lec-id THEN
             SET w-lec-deja-oui        TO TRUE
           END-IF
           .

       END PROGRAM TLMLONLB.
