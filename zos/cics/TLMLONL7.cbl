      * MAPSET / MAP     : TLMM0007 / ECRAN7
      * DESCRIPTION      : RECHERCHE EN LIGNE DES PROSPECTS ACTIFS PAR
      *    CRITERES COMBINABLES (VILLE, PREFIXE DE CODE POSTAL, STADE,
      *    SECTEUR, COMMERCIAL, RAYON EN KM AUTOUR D'UN PROSPECT DE
      *    REFERENCE ; UN CRITERE A BLANC EST IGNORE, LES CRITERES
      *    RENSEIGNES SE CUMULENT). AVEC UN RAYON, LA LISTE EST TRIEE
      *    DU PLUS PROCHE AU PLUS LOINTAIN ET LA DISTANCE REMPLACE LA
      *    FIN DE LA VILLE SUR CHAQUE LIGNE. LA LISTE DES PROSPECTS
      *    TROUVES EST PAGINEE (PF7/PF8, MEME MECANIQUE DE REJEU QUE
      *    LA RECHERCHE PAR NOM DE TLMLONL1 : LE CURSEUR SQL NE
      *    SURVIVANT PAS A LA FIN DE TACHE, LA RECHERCHE EST RELANCEE
      *    IDENTIFIANT DE LA LISTE DANS LE CHAMP SELECTION OUVRE LA
      *    FICHE DE DETAIL EXISTANTE (TLM1/TLMLONL1). LA RECHERCHE
      *    PHYSIQUE EST PORTEE PAR LES FONCTIONS MULTICRIT/MULTINEXT
      *    DE TLMPPRO1. AUCUNE MISE A JOUR DE LA BDD EN DEHORS DU
      *    JOURNAL DES CONSULTATIONS (TLMLEC, VIA TLMPLEC1) : CHAQUE
      *    PROSPECT AFFICHE DANS LA LISTE Y EST NOTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL7.
      *    physique prospect
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==PGM1==.
      *    Journal des consultations (TLMLEC via TLMPLEC1) : donnee
      *    affichee a noter ('P' prospect / 'C' contact, identifiant)
           COPY TLMCLEC1 REPLACING ==:PROG:== BY ==PGML==.
       77 w-lec-type              PIC  X(01).
       77 w-lec-id                PIC  X(06).
      *    Profil de l'operateur signe (portefeuille journalise)
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w-lec==.
       77 w-userid                PIC  X(08).
       77 w-resp                  PIC S9(8) COMP.
      *    Map symbolique de l'ecran de recherche
           COPY TLMM0007.
      *    Compteur de lignes de resultat deja affichees (8 max)
           05 w-com-stade          PIC  X(01).
           05 w-com-secteur        PIC  X(03).
           05 w-com-commerc        PIC  X(04).
           05 w-com-ref            PIC  X(06).
           05 w-com-rayon          PIC  9(03).
      *        Page affichee (1 = premiers resultats)
           05 w-com-page           PIC  9(04).
      *    Zone de communication passee a l'ecran d'interrogation
      *    (TLMLONL1) lors de la selection d'une fiche : meme gabarit
      *    que sa propre zone, mode 'P' et identifiant en tete du
      *    champ motif (cf. TLMLONL1/ARRIVEE-DETAIL)
      *    Rayon saisi (km), cadre a droite et complete de zeros pour
      *    le controle numerique
       01 w-ray-saisie             PIC  X(03).
       01 w-ray-num REDEFINES w-ray-saisie
                                   PIC  9(03).
       77 w-ray-tmp                PIC  X(03).
      *    Fin de ligne de resultat d'une recherche par rayon : debut
      *    de la ville et distance a la reference
       01 w-ville-dist.
           05 w-vd-ville           PIC  X(13).
           05 FILLER               PIC  X(01) VALUE SPACE.
           05 w-vd-km              PIC  ZZZ9.
           05 FILLER               PIC  X(02) VALUE 'km'.
      *    Zone ville de la ligne de resultat (20 caracteres)
       77 w-ville-aff              PIC  X(20).
       01 w-drill.
           05 w-drill-mode         PIC  X(01).
           05 w-drill-motif        PIC  X(35).
           05 lk-com-stade         PIC  X(01).
           05 lk-com-secteur       PIC  X(03).
           05 lk-com-commerc       PIC  X(04).
           05 lk-com-ref           PIC  X(06).
           05 lk-com-rayon         PIC  9(03).
           05 lk-com-page          PIC  9(04).

       PROCEDURE DIVISION.
       DEBUT.
           MOVE SPACES                TO pgml-ent
           MOVE 0                     TO pgml-ent-add-nbr
           IF EIBCALEN = 0 THEN
             PERFORM INIT-ECRAN
             EXEC CICS RETURN
               TRANSID('TLM7')
               COMMAREA(w-commarea)
               LENGTH(62)
             END-EXEC
           ELSE
             MOVE dfhcommarea         TO w-commarea
           MOVE SPACES                TO w-com-mode w-com-ville
                                         w-com-cp w-com-stade
                                         w-com-secteur w-com-commerc
                                         w-com-ref
           MOVE ZERO                  TO w-com-page w-com-rayon
           MOVE 'Saisir au moins un critere, puis ENTREE.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0007')
               EXEC CICS RETURN
                 TRANSID('TLM7')
                 COMMAREA(w-commarea)
                 LENGTH(62)
               END-EXEC
             WHEN DFHPF7
               PERFORM PAGE-PRECEDENTE
           MOVE w-com-stade           TO STDO
           MOVE w-com-secteur         TO SECO
           MOVE w-com-commerc         TO COMO
           MOVE w-com-ref             TO REFO
           IF w-com-rayon = 0 THEN
             MOVE SPACES              TO RAYO
           ELSE
             MOVE w-com-rayon         TO RAYO
           END-IF
           EXEC CICS SEND MAP('TLMM0007')
             MAPSET('TLMM0007')
             FROM(TLMM0007O)
           EXEC CICS RETURN
             TRANSID('TLM7')
             COMMAREA(w-commarea)
             LENGTH(62)
           END-EXEC
           .

             MOVE STDI                TO w-com-stade
             MOVE SECI                TO w-com-secteur
             MOVE COMI                TO w-com-commerc
             MOVE REFI                TO w-com-ref
             INSPECT w-com-ref REPLACING ALL LOW-VALUE BY SPACE
             PERFORM LIT-RAYON
             EVALUATE TRUE
               WHEN w-com-ville = SPACES AND w-com-cp = SPACES
                AND w-com-stade = SPACES AND w-com-secteur = SPACES
                AND w-com-commerc = SPACES AND w-com-ref = SPACES
                AND w-ray-saisie = SPACES
                 MOVE 'Saisir au moins un critere, puis ENTREE.'
                                       TO MSGO
               WHEN w-ray-saisie NOT = SPACES
                AND (w-ray-saisie NOT NUMERIC OR w-ray-num = 0)
                 MOVE 'Rayon invalide : de 1 a 999 km.'
                                       TO MSGO
               WHEN w-com-ref NOT = SPACES AND w-ray-saisie = SPACES
                 MOVE 'Rayon (km) obligatoire avec un prospect.'
                                       TO MSGO
               WHEN w-com-ref = SPACES AND w-ray-saisie NOT = SPACES
                 MOVE 'Prospect de reference obligatoire avec un rayon.'
                                       TO MSGO
               WHEN OTHER
                 MOVE 'C'             TO w-com-mode
                 MOVE 1               TO w-com-page
                 PERFORM LISTE-PAGEE
             END-EVALUATE
           END-IF
           PERFORM RECOPIER-LIGNES
           .

      *****************************************************************
      * Rayon saisi : cadre a droite ("50 " = "050") puis complete de
      * zeros a gauche ; w-com-rayon a 0 si la saisie est vide ou
      * invalide (le controle est fait par TRAITER-DEMANDE).
      *****************************************************************
       LIT-RAYON.
           MOVE RAYI                  TO w-ray-saisie
           INSPECT w-ray-saisie REPLACING ALL LOW-VALUE BY SPACE
           MOVE 0                     TO w-com-rayon
           IF w-ray-saisie NOT = SPACES THEN
             PERFORM CADRE-RAYON
               UNTIL w-ray-saisie (3 : 1) NOT = SPACE
             INSPECT w-ray-saisie REPLACING LEADING SPACE BY '0'
             IF w-ray-saisie NUMERIC THEN
               MOVE w-ray-num         TO w-com-rayon
             END-IF
           END-IF
           .

       CADRE-RAYON.
           MOVE w-ray-saisie          TO w-ray-tmp
           MOVE SPACE                 TO w-ray-saisie (1 : 1)
           MOVE w-ray-tmp (1 : 2)     TO w-ray-saisie (2 : 2)
           .

      *****************************************************************
      * Selection d'une fiche de la liste : passage a l'ecran
      * d'interrogation (TLMLONL1, transaction TLM1) avec
           MOVE w-com-stade             TO pgm1-ent-mcr-stade
           MOVE w-com-secteur           TO pgm1-ent-mcr-secteur
           MOVE w-com-commerc           TO pgm1-ent-mcr-commercial
           MOVE w-com-ref               TO pgm1-ent-mcr-ref
           MOVE w-com-rayon             TO pgm1-ent-mcr-rayon
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           PERFORM SAUTE-RESULTAT
             UNTIL w-nbr-sautes >= w-nbr-a-sauter
           COMPUTE w-nbr-total =
               w-nbr-sautes + w-nbr-lignes + w-nbr-reste
           EVALUATE TRUE
      *      recherche refusee par la couche physique (prospect de
      *      reference inconnu ou non geocode)
             WHEN tlmcpil-rc = '01'
               MOVE SPACE               TO w-com-mode
               MOVE SPACES              TO MSGO
               STRING
                 'Recherche refusee : ' DELIMITED SIZE
                 tlmcpil-msg (14 : 27)  DELIMITED SIZE
                 INTO MSGO
               END-STRING
             WHEN w-nbr-total = 0
               MOVE SPACE               TO w-com-mode
               MOVE 'Aucun prospect ne repond a ces criteres.'
      *    Les champs sont tronques a largeur fixe pour que l'id, le
      *    stade et le commercial restent visibles sur les 77
      *    colonnes de la ligne (la ville est ramenee a 20
      *    caracteres ; pour une recherche par rayon, a 13 suivis de
      *    la distance en km).
       AJOUTER-LIGNE-PROSPECT.
           ADD 1                        TO w-nbr-lignes
           IF w-com-ref = SPACES THEN
             MOVE pgm1-sor-mcr-ville    TO w-ville-aff
           ELSE
             MOVE pgm1-sor-mcr-ville    TO w-vd-ville
             MOVE pgm1-sor-mcr-dist     TO w-vd-km
             MOVE w-ville-dist          TO w-ville-aff
           END-IF
           STRING pgm1-sor-mcr-id       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  pgm1-sor-mcr-nom      DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  pgm1-sor-mcr-cp       DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  w-ville-aff           DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                  pgm1-sor-mcr-stade    DELIMITED SIZE
                  ' '                   DELIMITED SIZE
                                        DELIMITED SIZE
             INTO w-ligne (w-nbr-lignes)
           END-STRING
           MOVE 'P'                     TO w-lec-type
           MOVE pgm1-sor-mcr-id         TO w-lec-id
           PERFORM NOTE-LECTURE
           MOVE 'MULTINEXT'             TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           .

      *****************************************************************
      * Recopie de la table de lignes de resultat vers les 8 champs
      * de la map ; les prospects affiches sont journalises au
      * passage.
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
             MOVE 'TLM7'               TO pgml-ent-add-transid
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

       END PROGRAM TLMLONL7.
