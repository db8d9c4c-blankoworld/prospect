      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : MAINTENANCE DES AFFAIRES EN LIGNE
      * NOM DU PROGRAMME : TLMLONL8
      * TRANSACTION CICS : TLM8
      * MAPSET / MAP     : TLMM0008 / ECRAN8
      * DESCRIPTION      : LE COMMERCIAL DE RETOUR DE RENDEZ-VOUS
      *    SAISIT SON AFFAIRE SUR LE CHAMP, SANS ATTENDRE LA LIGNE 'O'
      *    DU PILOTAGE DE NUIT : LISTE DES AFFAIRES ACTIVES D'UN
      *    PROSPECT (TLMPAFF9 LISTBYPRO/LISTNEXT, FEUILLETABLE EN
      *    PF7/PF8 SUR LE MEME PRINCIPE QUE TLM3), AFFICHAGE D'UNE
      *    AFFAIRE (ENTREE), CREATION OU MODIFICATION (PF5, FONCTIONS
      *    ADD / UPDATE) ET CLOTURE GAGNEE/PERDUE/ABANDONNEE (PF6,
      *    FONCTION CLOSE). ATTEINT DEPUIS LA FICHE PROSPECT DE TLM1
      *    (XCTL, PROSPECT PRE-RENSEIGNE) OU PAR LE MENU TLM0. LA
      *    CONSULTATION EST OUVERTE A TOUS LES PROFILS ; LES
      *    ECRITURES EXIGENT LE PROFIL MISE A JOUR (TLMCOPR1,
      *    REVERIFIE AU MOMENT D'ECRIRE), SONT REFUSEES PENDANT LA
      *    FENETRE BATCH (TLMPEXE8) ET PORTENT L'OPERATEUR SIGNE EN
      *    ORIGINE, COMME TLMLONL2.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL8.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191202.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec les couches
      *    physiques (prospect pour l'existence, affaire pour la
      *    liste et les ecritures)
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
           COPY TLMCAFF9 REPLACING ==:PROG:== BY ==PGM9==.
      *    Verrou d'execution TLMEXE (TLMPEXE8, fct STATUS) : un
      *    batch ecrivain en cours passe l'ecran en consultation
      *    seule, comme TLMLONL2
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==PGM5==.
      *    Un batch ecrivain est-il en cours ? (cf. VRF-BATCH)
       77 w-batch                 PIC  9.
           88 w-batch-en-cours         VALUE 1.
           88 w-batch-absent           VALUE 0.
      *    Map symbolique de l'ecran des affaires
           COPY TLMM0008.
      *    Prospect et affaire saisis
       77 w-pro-saisi             PIC  X(06).
       77 w-aff-saisi             PIC  X(06).
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
      *    Table des 8 lignes d'affaires de l'ecran
       01 w-lignes.
           05 w-ligne OCCURS 8 TIMES PIC X(77).
      *    Pagination de la liste (cf. CHARGE-LISTE)
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-nbr-sautes            PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
      *    Forme affichable d'un montant (liste et detail)
       77 w-mnt-aff               PIC  ZZZZZZZZ9.99.
      *****************************************************************
      * Montant saisi a l'ecran (ex. 15000, 15000.50 ou 15000,5) :
      * cadre par CADRE-MONTANT dans la forme d'echange de TLMPAFF9
      * (11 chiffres sans point, 2 decimales implicites). Saisie vide
      * = zone d'echange a espace (montant inchange pour un UPDATE,
      * montant attendu pour une CLOSE).
      *****************************************************************
       77 w-mnt-saisi             PIC  X(12).
       01 w-mnt-brut              PIC  X(11).
       01 w-mnt-num REDEFINES w-mnt-brut
                                  PIC  9(9)V99.
       77 w-mnt-ent               PIC  9(09).
       77 w-mnt-dec               PIC  9(02).
       77 w-mnt-nbr-ent           PIC  9(02) COMP-3.
       77 w-mnt-nbr-dec           PIC  9(02) COMP-3.
       77 w-idx                   PIC  9(02) COMP-3.
       77 w-car                   PIC  X(01).
       77 w-chiffre               PIC  9(01).
      *    Etat de l'analyse : 'V' rien lu encore, 'E' partie
      *    entiere, 'D' decimales, 'F' blancs de fin, 'K' invalide
       77 w-mnt-etat              PIC  X(01).
           88 w-mnt-vide               VALUE 'V'.
           88 w-mnt-entier             VALUE 'E'.
           88 w-mnt-decimales          VALUE 'D'.
           88 w-mnt-fin                VALUE 'F'.
           88 w-mnt-invalide           VALUE 'K'.
      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : 'D' = arrivee par XCTL depuis TLM1
      *    (la liste du prospect est a afficher), 'T' = conversation
      *    TLM8 en cours ; le prospect affiche et la page de liste.
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
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
               TRANSID('TLM8')
               COMMAREA(w-commarea)
               LENGTH(11)
             END-EXEC
           ELSE
             MOVE dfhcommarea         TO w-commarea
             IF w-com-mode = 'D' THEN
      *        arrivee par XCTL depuis la fiche prospect de TLM1 : la
      *        liste des affaires est affichee immediatement, sans
      *        RECEIVE (aucune map TLM8 n'a encore ete envoyee)
               MOVE 'T'               TO w-com-mode
               MOVE 1                 TO w-com-page
               MOVE SPACES            TO TLMM0008O
               PERFORM AFFICHER-PROSPECT
               PERFORM RENVOI-ECRAN
             ELSE
               PERFORM TRAITER-ECRAN
             END-IF
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
      * Premier appel direct de la transaction : ecran vierge.
      *****************************************************************
       INIT-ECRAN.
           MOVE SPACES                TO TLMM0008O
           MOVE 'T'                   TO w-com-mode
           MOVE SPACES                TO w-com-pro-id
           MOVE ZERO                  TO w-com-page
           MOVE 'Saisir un identifiant prospect, puis ENTREE.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0008')
             MAPSET('TLMM0008')
             FROM(TLMM0008O)
             ERASE
           END-EXEC
           .

      *****************************************************************
      * Reception de la saisie et aiguillage selon la touche : ENTREE
      * affiche, PF5 cree ou modifie, PF6 cloture, PF7/PF8 feuillettent
      * la liste des affaires du prospect affiche.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM0008')
             MAPSET('TLMM0008')
             INTO(TLMM0008I)
           END-EXEC
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHCLEAR
               PERFORM INIT-ECRAN
               EXEC CICS RETURN
                 TRANSID('TLM8')
                 COMMAREA(w-commarea)
                 LENGTH(11)
               END-EXEC
             WHEN DFHPF5
               PERFORM ENREGISTRER-AFFAIRE
               PERFORM RENVOI-ECRAN
             WHEN DFHPF6
               PERFORM CLOTURER-AFFAIRE
               PERFORM RENVOI-ECRAN
             WHEN DFHPF7
               IF w-com-pro-id = SPACES THEN
                 MOVE 'Aucun prospect affiche.' TO MSGO
               ELSE
                 IF w-com-page > 1 THEN
                   SUBTRACT 1         FROM w-com-page
                 END-IF
                 PERFORM CHARGE-LISTE
               END-IF
               PERFORM RENVOI-ECRAN
             WHEN DFHPF8
               IF w-com-pro-id = SPACES THEN
                 MOVE 'Aucun prospect affiche.' TO MSGO
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
           EXEC CICS SEND MAP('TLMM0008')
             MAPSET('TLMM0008')
             FROM(TLMM0008O)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLM8')
             COMMAREA(w-commarea)
             LENGTH(11)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM0008O
           MOVE 'Maintenance des affaires terminee.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0008')
             MAPSET('TLMM0008')
             FROM(TLMM0008O)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * ENTREE : affichage du prospect saisi et de la liste de ses
      * affaires actives (page 1 pour un nouveau prospect), puis de
      * l'affaire saisie s'il y en a une.
      *****************************************************************
       AFFICHER-DEMANDE.
           MOVE PROI                  TO w-pro-saisi
           MOVE AFFI                  TO w-aff-saisi
           IF w-pro-saisi = SPACES THEN
             MOVE 'Saisir un identifiant prospect, puis ENTREE.'
                                       TO MSGO
           ELSE
             IF w-pro-saisi NOT = w-com-pro-id THEN
               MOVE 1                 TO w-com-page
             END-IF
             MOVE w-pro-saisi          TO w-com-pro-id
             PERFORM AFFICHER-PROSPECT
             IF tlmcpil-rc = '00' AND w-aff-saisi NOT = SPACES THEN
               PERFORM AFFICHER-AFFAIRE
             END-IF
           END-IF
           .

      *****************************************************************
      * Fiche prospect w-com-pro-id (nom) et page courante de la liste
      * de ses affaires actives. tlmcpil-rc reste a '00' si le
      * prospect est actif.
      *****************************************************************
       AFFICHER-PROSPECT.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-com-pro-id           TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc NOT = '00' THEN
             MOVE SPACES               TO NOMO L1O L2O L3O L4O L5O
                                          L6O L7O L8O
             MOVE 'Aucun prospect actif pour cet identifiant.'
                                        TO MSGO
           ELSE
             MOVE w-com-pro-id         TO PROO
             MOVE pgm1-sor-lec-nom     TO NOMO
             PERFORM CHARGE-LISTE
             MOVE '00'                 TO tlmcpil-rc
           END-IF
           .

      *****************************************************************
      * Chargement de la page demandee de la liste des affaires
      * actives du prospect : LISTBYPRO relance la liste depuis la
      * plus recente, les pages precedentes sont sautees, 8 affaires
      * au plus remplissent l'ecran (le curseur SQL ne survivant pas
      * a la fin de tache, la position est rejouee a chaque echange).
      *****************************************************************
       CHARGE-LISTE.
           MOVE SPACES                 TO w-lignes
           MOVE ZERO                   TO w-nbr-lignes w-nbr-sautes
           COMPUTE w-nbr-a-sauter = (w-com-page - 1) * 8
           MOVE SPACES                 TO pgm9-ent
           MOVE 'LISTBYPRO'            TO tlmcpil-fct
           MOVE w-com-pro-id           TO pgm9-ent-lst-proid
           CALL 'TLMPAFF9' USING tlmcpil pgm9
           PERFORM SAUTE-AFFAIRE
             UNTIL w-nbr-sautes >= w-nbr-a-sauter
                OR tlmcpil-rc NOT = '00'
           PERFORM AJOUTER-LIGNE-AFFAIRE
             UNTIL tlmcpil-rc NOT = '00'
                OR w-nbr-lignes >= 8
           EVALUATE TRUE
             WHEN w-nbr-lignes = 0 AND w-com-page = 1
               MOVE 'Prospect affiche ; aucune affaire active.'
                                        TO MSGO
             WHEN w-nbr-lignes = 0
               MOVE 'Fin de la liste : PF7 pour revenir.'
                                        TO MSGO
             WHEN OTHER
               MOVE 'Affaires du prospect (PF7/PF8 : liste).'
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

       SAUTE-AFFAIRE.
           ADD 1                       TO w-nbr-sautes
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPAFF9' USING tlmcpil pgm9
           .

       AJOUTER-LIGNE-AFFAIRE.
           ADD 1                       TO w-nbr-lignes
           MOVE pgm9-sor-lst-montant   TO w-mnt-aff
           STRING pgm9-sor-lst-id      DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  pgm9-sor-lst-libelle (1 : 33)
                                       DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  pgm9-sor-lst-ligne   DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  w-mnt-aff            DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  pgm9-sor-lst-devise  DELIMITED SIZE
                  ' '                  DELIMITED SIZE
                  pgm9-sor-lst-dtclose DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPAFF9' USING tlmcpil pgm9
           .

      *****************************************************************
      * Rechargement de la liste apres une ecriture, en conservant le
      * message de l'ecriture (la liste ne touche que ses lignes).
      *****************************************************************
       RAFRAICHIR-LISTE.
           MOVE MSGO                   TO w-msg
           MOVE w-pro-saisi            TO w-com-pro-id
           MOVE 1                      TO w-com-page
           PERFORM CHARGE-LISTE
           MOVE w-msg                  TO MSGO
           .

      *****************************************************************
      * Affichage de l'affaire w-aff-saisi, qui doit etre active et
      * rattachee au prospect affiche.
      *****************************************************************
       AFFICHER-AFFAIRE.
           PERFORM LIT-AFFAIRE
           IF tlmcpil-rc = '00' THEN
             MOVE pgm9-sor-lec-id      TO AFFO
             MOVE pgm9-sor-lec-libelle TO LIBO
             MOVE pgm9-sor-lec-ligne   TO LIGO
             MOVE pgm9-sor-lec-montant TO w-mnt-aff
             MOVE w-mnt-aff            TO MNTO
             MOVE pgm9-sor-lec-dtclose TO DTCO
             MOVE pgm9-sor-lec-devise  TO DEVO
             MOVE SPACES               TO ISSO MSIO DTSO
             MOVE 'Affaire affichee : PF5 modifier, PF6 cloturer.'
                                        TO MSGO
           END-IF
           .

      *****************************************************************
      * Lecture de l'affaire w-aff-saisi (TLMPAFF9 SELECT) et controle
      * de son rattachement au prospect saisi. tlmcpil-rc = '00' si
      * l'affaire est utilisable, MSGO porte le motif sinon.
      *****************************************************************
       LIT-AFFAIRE.
           MOVE SPACES                 TO pgm9-ent
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-aff-saisi            TO pgm9-ent-lec-id
           CALL 'TLMPAFF9' USING tlmcpil pgm9
           EVALUATE TRUE
             WHEN tlmcpil-rc NOT = '00'
               MOVE 'Aucune affaire active pour cet identifiant.'
                                        TO MSGO
             WHEN pgm9-sor-lec-proid NOT = w-pro-saisi
               MOVE '10'               TO tlmcpil-rc
               MOVE 'Cette affaire est rattachee a un autre prospect.'
                                        TO MSGO
           END-EVALUATE
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
      * l'identite de l'operateur signe (X(12) = 'TLM8' + 8 car.).
      * Aucune ligne de pilotage a l'origine : rang laisse a zero.
      *****************************************************************
       ESTAMPILLE-ORIGINE.
           MOVE ZERO                   TO tlmcpil-src
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM8'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           .

      *****************************************************************
      * PF5 : creation (affaire laissee a blanc, identifiant attribue
      * par TLMPAFF9 et restitue a l'ecran) ou modification de
      * l'affaire saisie depuis les champs de l'ecran.
      *****************************************************************
       ENREGISTRER-AFFAIRE.
           MOVE PROI                   TO w-pro-saisi
           MOVE AFFI                   TO w-aff-saisi
      *    le profil est reverifie au moment d'ecrire : la pseudo-
      *    conversation a pu etre engagee avant un retrait de droits
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : maintenance refusee.'
                                       TO MSGO
             WHEN w-pro-saisi = SPACES
               MOVE 'Saisir l''identifiant du prospect.'
                                       TO MSGO
             WHEN OTHER
               PERFORM ENREGISTRER-AFFAIRE-AUTORISEE
           END-EVALUATE
           .

       ENREGISTRER-AFFAIRE-AUTORISEE.
           PERFORM ESTAMPILLE-ORIGINE
           MOVE MNTI                   TO w-mnt-saisi
           PERFORM CADRE-MONTANT
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-pro-saisi            TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           EVALUATE TRUE
             WHEN tlmcpil-rc NOT = '00'
               MOVE 'Aucun prospect actif pour cet identifiant.'
                                        TO MSGO
             WHEN w-mnt-invalide
               MOVE 'Montant invalide (ex. 15000 ou 15000.50).'
                                        TO MSGO
             WHEN w-aff-saisi = SPACES AND w-mnt-vide
               MOVE 'Saisir le montant attendu de l''affaire.'
                                        TO MSGO
             WHEN w-aff-saisi = SPACES
               MOVE pgm1-sor-lec-nom   TO NOMO
               PERFORM CREER-AFFAIRE
               PERFORM RAFRAICHIR-LISTE
             WHEN OTHER
               MOVE pgm1-sor-lec-nom   TO NOMO
               PERFORM MODIFIER-AFFAIRE
               PERFORM RAFRAICHIR-LISTE
           END-EVALUATE
           .

       CREER-AFFAIRE.
           MOVE 'ADD'                  TO tlmcpil-fct
      *    zone d'entree entierement blanchie d'abord : identifiant a
      *    espace = attribution automatique par la couche physique
           MOVE SPACES                 TO pgm9-ent
           MOVE w-pro-saisi            TO pgm9-ent-ajo-proid
           MOVE LIBI                   TO pgm9-ent-ajo-libelle
           MOVE LIGI                   TO pgm9-ent-ajo-ligne
           MOVE w-mnt-brut             TO pgm9-ent-ajo-montant
           MOVE DTCI                   TO pgm9-ent-ajo-dtclose
           MOVE DEVI                   TO pgm9-ent-ajo-devise
           CALL 'TLMPAFF9' USING tlmcpil pgm9
           IF tlmcpil-rc = '00' THEN
             MOVE pgm9-sor-ajo-id      TO AFFO
             MOVE SPACES               TO MSGO
             STRING
               'Affaire '              DELIMITED SIZE
               pgm9-sor-ajo-id         DELIMITED SIZE
               ' creee.'               DELIMITED SIZE
               INTO MSGO
             END-STRING
           ELSE
             MOVE tlmcpil-msg          TO MSGO
           END-IF
           .

      *****************************************************************
      * Modification : l'affaire est relue d'abord (active et
      * rattachee au prospect saisi) ; un champ laisse a blanc vaut
      * "inchange" pour TLMPAFF9-UPDATE.
      *****************************************************************
       MODIFIER-AFFAIRE.
           PERFORM LIT-AFFAIRE
           IF tlmcpil-rc = '00' THEN
             MOVE 'UPDATE'             TO tlmcpil-fct
             MOVE SPACES               TO pgm9-ent
             MOVE w-aff-saisi          TO pgm9-ent-maj-id
             MOVE LIBI                 TO pgm9-ent-maj-libelle
             MOVE LIGI                 TO pgm9-ent-maj-ligne
             MOVE w-mnt-brut           TO pgm9-ent-maj-montant
             MOVE DTCI                 TO pgm9-ent-maj-dtclose
             MOVE DEVI                 TO pgm9-ent-maj-devise
             CALL 'TLMPAFF9' USING tlmcpil pgm9
             IF tlmcpil-rc = '00' THEN
               MOVE 'Affaire mise a jour.'
                                        TO MSGO
             ELSE
               MOVE tlmcpil-msg        TO MSGO
             END-IF
           END-IF
           .

      *****************************************************************
      * PF6 : cloture de l'affaire saisie, issue G (gagnee), P
      * (perdue) ou B (abandonnee), via TLMPAFF9-CLOSE : montant signe
      * a blanc = montant attendu (issue G), date de signature a
      * blanc = date du jour. L'affaire close sort de la liste.
      *****************************************************************
       CLOTURER-AFFAIRE.
           MOVE PROI                   TO w-pro-saisi
           MOVE AFFI                   TO w-aff-saisi
      *    le profil est reverifie au moment d'ecrire
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : cloture refusee.'
                                       TO MSGO
             WHEN w-pro-saisi = SPACES OR w-aff-saisi = SPACES
               MOVE 'Saisir le prospect et l''affaire a cloturer.'
                                       TO MSGO
             WHEN ISSI NOT = 'G' AND ISSI NOT = 'P' AND ISSI NOT = 'B'
               MOVE 'Issue : G (gagnee), P (perdue), B (abandonnee).'
                                       TO MSGO
             WHEN OTHER
               PERFORM CLOTURER-AFFAIRE-AUTORISEE
           END-EVALUATE
           .

       CLOTURER-AFFAIRE-AUTORISEE.
           PERFORM ESTAMPILLE-ORIGINE
           MOVE MSII                   TO w-mnt-saisi
           PERFORM CADRE-MONTANT
           IF w-mnt-invalide THEN
             MOVE 'Montant signe invalide (ex. 15000 ou 15000.50).'
                                        TO MSGO
           ELSE
             PERFORM LIT-AFFAIRE
             IF tlmcpil-rc = '00' THEN
               MOVE 'CLOSE'            TO tlmcpil-fct
               MOVE SPACES             TO pgm9-ent
               MOVE w-aff-saisi        TO pgm9-ent-clo-id
               MOVE ISSI               TO pgm9-ent-clo-issue
               MOVE w-mnt-brut         TO pgm9-ent-clo-mntsigne
               MOVE DTSI               TO pgm9-ent-clo-dtsign
               CALL 'TLMPAFF9' USING tlmcpil pgm9
               IF tlmcpil-rc = '00' THEN
                 MOVE SPACES           TO AFFO LIBO LIGO MNTO DTCO
                                          DEVO ISSO MSIO DTSO
                 MOVE SPACES           TO MSGO
                 STRING
                   'Affaire '          DELIMITED SIZE
                   pgm9-sor-clo-id     DELIMITED SIZE
                   ' cloturee.'        DELIMITED SIZE
                   INTO MSGO
                 END-STRING
                 PERFORM RAFRAICHIR-LISTE
               ELSE
                 MOVE tlmcpil-msg      TO MSGO
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * CADRE-MONTANT : w-mnt-saisi (chiffres, separateur decimal '.'
      * ou ',' et 2 decimales au plus, blancs de tete et de fin
      * admis) est cadre dans w-mnt-brut. Saisie vide : w-mnt-brut a
      * espace et w-mnt-vide ; saisie mal formee : w-mnt-invalide.
      *****************************************************************
       CADRE-MONTANT.
           MOVE ZERO                   TO w-mnt-ent w-mnt-dec
                                          w-mnt-nbr-ent w-mnt-nbr-dec
           SET w-mnt-vide              TO TRUE
           PERFORM ANALYSE-CAR-MONTANT
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > 12 OR w-mnt-invalide
      *    un separateur seul, sans aucun chiffre, est refuse
           IF NOT w-mnt-vide AND w-mnt-nbr-ent = 0
                             AND w-mnt-nbr-dec = 0 THEN
             SET w-mnt-invalide        TO TRUE
           END-IF
           IF w-mnt-vide OR w-mnt-invalide THEN
             MOVE SPACES               TO w-mnt-brut
           ELSE
             COMPUTE w-mnt-num = w-mnt-ent + w-mnt-dec / 100
           END-IF
           .

       ANALYSE-CAR-MONTANT.
           MOVE w-mnt-saisi (w-idx : 1) TO w-car
           EVALUATE TRUE
             WHEN w-car = SPACE
               IF w-mnt-entier OR w-mnt-decimales THEN
                 SET w-mnt-fin         TO TRUE
               END-IF
             WHEN w-car = '.' OR w-car = ','
               IF w-mnt-vide OR w-mnt-entier THEN
                 SET w-mnt-decimales   TO TRUE
               ELSE
                 SET w-mnt-invalide    TO TRUE
               END-IF
             WHEN w-car IS NUMERIC
               MOVE w-car              TO w-chiffre
               EVALUATE TRUE
                 WHEN w-mnt-fin
                   SET w-mnt-invalide  TO TRUE
                 WHEN w-mnt-decimales AND w-mnt-nbr-dec >= 2
                   SET w-mnt-invalide  TO TRUE
                 WHEN w-mnt-decimales AND w-mnt-nbr-dec = 0
                   ADD 1               TO w-mnt-nbr-dec
                   COMPUTE w-mnt-dec = w-chiffre * 10
                 WHEN w-mnt-decimales
                   ADD 1               TO w-mnt-nbr-dec
                   ADD w-chiffre       TO w-mnt-dec
                 WHEN w-mnt-nbr-ent >= 9
                   SET w-mnt-invalide  TO TRUE
                 WHEN OTHER
                   SET w-mnt-entier    TO TRUE
                   ADD 1               TO w-mnt-nbr-ent
                   COMPUTE w-mnt-ent = w-mnt-ent * 10 + w-chiffre
               END-EVALUATE
             WHEN OTHER
               SET w-mnt-invalide      TO TRUE
           END-EVALUATE
           .

       END PROGRAM TLMLONL8.
