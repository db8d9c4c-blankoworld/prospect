      *    NOTE REMONTE PAR TLMPCON2 NOTEHIST/NOTENEXT, FEUILLETABLE
      *    EN PF7/PF8 SUR LE MEME PRINCIPE QUE LA LISTE DE TLM1 (le
      *    curseur SQL ne survivant pas a la fin de tache, la
      *    position est rejouee a chaque echange), ET AFFAIRES EN
      *    COURS OU LE CONTACT PESE AVEC SON ROLE DANS LE CENTRE
      *    D'ACHAT (TLMPROL1 LISTBYCON). CHAQUE AFFICHAGE DE LA FICHE
      *    EST JOURNALISE (TLMLEC, VIA TLMPLEC1).
      *    PF10 MENE A L'HISTORIQUE D'AUDIT DU PROSPECT DU CONTACT
      *    (ECRAN TLMB).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL3.
      *    physique, reprises telles quelles de TLMLONL1.
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==PGM2==.
           COPY TLMCROL1 REPLACING ==:PROG:== BY ==PGM3==.
      *    Journal des consultations (TLMLEC via TLMPLEC1) : donnee
      *    affichee a noter ('P' prospect / 'C' contact, identifiant)
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
       77 w-lec-type              PIC  X(01).
       77 w-lec-id                PIC  X(06).
      *    Profil de l'operateur signe (portefeuille journalise)
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w-lec==.
       77 w-userid                PIC  X(08).
       77 w-resp                  PIC S9(8) COMP.
      *    Map symbolique de l'ecran de detail
           COPY TLMM0003.
      *    Identifiant du contact affiche
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-nbr-sautes            PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
      *    Ligne des roles d'affaire du contact (cf. CHARGE-ROLES) :
      *    position d'ecriture et libelle du role en cours
       77 w-rol-ptr               PIC  9(04) COMP-3.
       77 w-rol-lib               PIC  X(11).
      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : 'D' = arrivee par XCTL depuis TLM1
      *    (le detail est a afficher), 'T' = conversation TLM3 en
           05 w-com-mode           PIC  X(01).
           05 w-com-con-id         PIC  X(06).
           05 w-com-page           PIC  9(04).
      *    Zone de communication passee a l'historique d'audit
      *    (TLMLONLB) pour le prospect du contact (cf. AUDIT-PROSPECT)
       01 w-vers-his.
           05 w-vers-his-mode      PIC  X(01).
           05 w-vers-his-pro-id    PIC  X(06).
           05 w-vers-his-page      PIC  9(04).
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
                   LENGTH(11)
                 END-EXEC
               END-IF
             WHEN DFHPF10
               PERFORM AUDIT-PROSPECT
               PERFORM RENVOI-ECRAN
             WHEN DFHPF7
               IF w-com-con-id = SPACES THEN
                 MOVE 'Aucun contact affiche.' TO MSGO
           END-EVALUATE
           .

      *****************************************************************
      * PF10 : historique d'audit du prospect du contact affiche et de
      * ses contacts (XCTL vers TLMLONLB, mode 'D'). Le prospect de
      * rattachement est relu sur la fiche : il a pu changer depuis
      * l'affichage.
      *****************************************************************
       AUDIT-PROSPECT.
           IF w-com-con-id = SPACES THEN
             MOVE 'Aucun contact affiche.' TO MSGO
           ELSE
             MOVE 'SELECT'             TO tlmcpil-fct
             MOVE w-com-con-id         TO pgm2-ent-lec-id
             CALL 'TLMPCON2' USING tlmcpil pgm2
             IF tlmcpil-rc NOT = '00' THEN
               MOVE 'Aucun contact actif pour cet identifiant.'
                                        TO MSGO
             ELSE
               MOVE 'D'                TO w-vers-his-mode
               MOVE pgm2-sor-lec-pid   TO w-vers-his-pro-id
               MOVE ZERO               TO w-vers-his-page
               EXEC CICS XCTL
                 PROGRAM('TLMLONLB')
                 COMMAREA(w-vers-his)
                 LENGTH(11)
               END-EXEC
             END-IF
           END-IF
           .

      *****************************************************************
      * Reaffichage de l'ecran et retour pseudo-conversationnel.
      *****************************************************************
      * la page courante de son historique de notes.
      *****************************************************************
       AFFICHER-CONTACT.
           PERFORM DEMANDE-CLAIR
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-com-con-id           TO pgm2-ent-lec-id
           CALL 'TLMPCON2' USING tlmcpil pgm2
             MOVE SPACES               TO NOMO PRENOMO TELO PIDO
                                          OPTO PRIO MELO FONO NOTEO
                                          H1O H2O H3O H4O H5O H6O
                                          ROLO
             MOVE 'Aucun contact actif pour cet identifiant.'
                                        TO MSGO
           ELSE
             MOVE pgm2-sor-lec-fonction TO FONO
             MOVE pgm2-sor-lec-note    TO NOTEO
             PERFORM CHARGE-HISTORIQUE
             PERFORM CHARGE-ROLES
             MOVE 'C'                  TO w-lec-type
             MOVE w-com-con-id         TO w-lec-id
             PERFORM NOTE-LECTURE
             PERFORM JOURNALISE-LECTURES
           END-IF
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
           MOVE SPACES                 TO w-lec-opr
           MOVE w-userid               TO w-lec-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(w-lec-opr)
             RIDFLD(w-lec-opr-userid)
             RESP(w-resp)
           END-EXEC
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM3'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           MOVE 'N'                    TO tlmcpil-clair
           IF w-resp = 0 AND w-lec-opr-clair-oui THEN
             SET tlmcpil-clair-oui     TO TRUE
           END-IF
           .

      *****************************************************************
      * Affaires en cours auxquelles le contact est rattache, avec son
      * role dans le centre d'achat, sur une seule ligne : autant
      * d'affaires que la largeur de l'ecran en laisse passer.
      *****************************************************************
       CHARGE-ROLES.
           MOVE SPACES                 TO ROLO
           MOVE 1                      TO w-rol-ptr
           MOVE 'LISTBYCON'            TO tlmcpil-fct
           MOVE SPACES                 TO pgm3-ent
           MOVE w-com-con-id           TO pgm3-ent-lst-conid
           CALL 'TLMPROL1' USING tlmcpil pgm3
           IF tlmcpil-rc NOT = '00' THEN
             MOVE 'Affaires : aucun role dans une affaire en cours.'
                                        TO ROLO
           ELSE
             STRING 'Affaires :'       DELIMITED SIZE
               INTO ROLO
               WITH POINTER w-rol-ptr
             END-STRING
             PERFORM AJOUTER-ROLE
               UNTIL tlmcpil-rc NOT = '00'
                  OR w-rol-ptr > 58
           END-IF
           .

       AJOUTER-ROLE.
           EVALUATE pgm3-sor-lst-role
             WHEN 'D'   MOVE 'Decideur'     TO w-rol-lib
             WHEN 'I'   MOVE 'Influenceur'  TO w-rol-lib
             WHEN 'U'   MOVE 'Utilisateur'  TO w-rol-lib
             WHEN 'A'   MOVE 'Achats'       TO w-rol-lib
             WHEN 'B'   MOVE 'Bloqueur'     TO w-rol-lib
             WHEN OTHER MOVE pgm3-sor-lst-role TO w-rol-lib
           END-EVALUATE
           STRING ' '                  DELIMITED SIZE
                  pgm3-sor-lst-affid   DELIMITED SIZE
                  ':'                  DELIMITED SIZE
                  w-rol-lib            DELIMITED SPACE
             INTO ROLO
             WITH POINTER w-rol-ptr
           END-STRING
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPROL1' USING tlmcpil pgm3
           .

      *****************************************************************
      * Chargement de la page demandee de l'historique des notes :
      * NOTEHIST relance la liste depuis la version la plus ancienne,
           CALL 'TLMPCON2' USING tlmcpil pgm2
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
             MOVE SPACES               TO w-lec-opr
             MOVE w-userid             TO w-lec-opr-userid
             EXEC CICS READ FILE('TLMOPR')
               INTO(w-lec-opr)
               RIDFLD(w-lec-opr-userid)
               RESP(w-resp)
             END-EXEC
             IF w-resp NOT = 0 THEN
               MOVE SPACES             TO w-lec-opr-commercial
             END-IF
             MOVE w-userid             TO pgml-ent-add-operateur
             MOVE EIBTRMID             TO pgml-ent-add-terminal
             MOVE 'TLM3'               TO pgml-ent-add-transid
             MOVE w-lec-opr-commercial TO pgml-ent-add-commercial
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

       END PROGRAM TLMLONL3.
