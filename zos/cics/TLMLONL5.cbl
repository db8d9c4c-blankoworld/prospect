      *    AVEC LE LIBELLE DE CAMPAGNE (TLMCAM), LA DATE ET LA
      *    REPONSE, VIA LA COUCHE PHYSIQUE TLMPCAM1. CONSULTATION
      *    PURE, OUVERTE A TOUS LES PROFILS (MEME MODELE
      *    D'HABILITATION QUE TLM1) ; ACCES PAR LE MENU TLM0. LE
      *    PROSPECT OU CONTACT CONSULTE EST JOURNALISE (TLMLEC, VIA
      *    TLMPLEC1).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL5.
      *    physique de l'historique des campagnes
           COPY TLMCPIL.
           COPY TLMCCHS1 REPLACING ==:PROG:== BY ==PGM1==.
      *    Journal des consultations (TLMLEC via TLMPLEC1) : donnee
      *    affichee a noter ('P' prospect / 'C' contact, identifiant)
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
       77 w-lec-type              PIC  X(01).
       77 w-lec-id                PIC  X(06).
      *    Profil de l'operateur signe (portefeuille journalise)
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w-lec==.
       77 w-userid                PIC  X(08).
       77 w-resp                  PIC S9(8) COMP.
      *    Map symbolique de l'ecran d'historique
           COPY TLMM0005.
      *    Type ('P' prospect / 'C' contact) et identifiant saisis

       PROCEDURE DIVISION.
       DEBUT.
           MOVE SPACES                TO pgml-ent
           MOVE 0                     TO pgml-ent-add-nbr
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
                      OR w-nbr-lignes >= 10
                 MOVE 'Sollicitations, de la plus recente :'
                                       TO MSGO
                 MOVE w-type-saisi    TO w-lec-type
                 MOVE w-id-saisi      TO w-lec-id
                 PERFORM NOTE-LECTURE
                 PERFORM JOURNALISE-LECTURES
               END-IF
           END-EVALUATE
           PERFORM RECOPIER-LIGNES
           MOVE w-ligne (10)          TO L10O
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
             MOVE 'TLM5'               TO pgml-ent-add-transid
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

       END PROGRAM TLMLONL5.
