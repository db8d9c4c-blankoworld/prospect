      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMSAH
      * (alertes du criblage sanctions/embargo, couche physique
      * TLMPSAH1).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour un AJOUT d'alerte (fct ADD) : rc '03' si une
      *      alerte existe deja pour le meme objet, la meme entree de
      *      liste et la meme valeur criblee (quel que soit son
      *      statut : une alerte levee n'est pas re-proposee)
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Prospect concerne
           10 :PROG:-ENT-AJO-PROID PIC  X(6).
      *       Objet crible ('P' prospect, 'C' contact, 'A' adresse)
           10 :PROG:-ENT-AJO-OBJTYPE PIC X(1).
      *       Identifiant du prospect ou du contact crible
           10 :PROG:-ENT-AJO-OBJID PIC  X(6).
      *       Entree de liste rapprochee
           10 :PROG:-ENT-AJO-SANREF PIC X(10).
           10 :PROG:-ENT-AJO-LISTE PIC  X(2).
      *       Valeur criblee et nom publie
           10 :PROG:-ENT-AJO-VALEUR PIC X(60).
           10 :PROG:-ENT-AJO-SANNOM PIC X(60).
      *       Nature du rapprochement ('E', 'T', 'P')
           10 :PROG:-ENT-AJO-CORRESP PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(254).
      *****************************************************************
      *      Donnees pour une LECTURE (fct SELECT : l'alerte de ce
      *      numero, quel que soit son statut) ou un PARCOURS de la
      *      file (fct NEXT : premiere alerte OUVERTE de numero
      *      superieur ; fct PREV : derniere alerte OUVERTE de numero
      *      inferieur)
      *****************************************************************
        05 :PROG:-ENT-LEC REDEFINES :PROG:-ENT.
      *       Numero d'alerte de reference
           10 :PROG:-ENT-LEC-HITID PIC  9(7).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(393).
      *****************************************************************
      *      Donnees pour une DECISION (fct DECIDE) : seule une alerte
      *      ouverte peut etre tranchee (rc '07' sinon)
      *****************************************************************
        05 :PROG:-ENT-DEC REDEFINES :PROG:-ENT.
      *       Numero de l'alerte tranchee
           10 :PROG:-ENT-DEC-HITID PIC  9(7).
      *       Decision : 'L' levee, 'C' confirmee
           10 :PROG:-ENT-DEC-STATUT PIC X(1).
      *       Operateur qui tranche et motif a l'appui
           10 :PROG:-ENT-DEC-ANALYSTE PIC X(8).
           10 :PROG:-ENT-DEC-MOTIF PIC  X(40).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(344).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie d'un AJOUT, d'une LECTURE ou d'un
      *      PARCOURS : l'alerte (pour ADD, seul le numero attribue
      *      est servi)
      *****************************************************************
        05 :PROG:-SOR-LEC REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-LEC-HITID PIC  9(7).
           10 :PROG:-SOR-LEC-PROID PIC  X(6).
           10 :PROG:-SOR-LEC-OBJTYPE PIC X(1).
           10 :PROG:-SOR-LEC-OBJID PIC  X(6).
           10 :PROG:-SOR-LEC-SANREF PIC X(10).
           10 :PROG:-SOR-LEC-LISTE PIC  X(2).
           10 :PROG:-SOR-LEC-VALEUR PIC X(60).
           10 :PROG:-SOR-LEC-SANNOM PIC X(60).
           10 :PROG:-SOR-LEC-CORRESP PIC X(1).
           10 :PROG:-SOR-LEC-STATUT PIC X(1).
           10 :PROG:-SOR-LEC-DTDETECT PIC X(26).
           10 :PROG:-SOR-LEC-DTDECISION PIC X(26).
           10 :PROG:-SOR-LEC-ANALYSTE PIC X(8).
           10 :PROG:-SOR-LEC-MOTIF PIC  X(40).
           10 :PROG:-SOR-LEC-RETENU PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(145).
