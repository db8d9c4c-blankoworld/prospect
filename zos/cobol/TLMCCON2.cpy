      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(104).
      *****************************************************************
      *    Donnees pour une MISE EN ATTENTE TLMCON (CONTACT) : date
      *    avant laquelle le contact ne doit pas etre sollicite
      *    (fct HOLD)
      *****************************************************************
        05 :PROG:-ENT-ATT REDEFINES :PROG:-ENT.
      *       Identifiant
           10 :PROG:-ENT-ATT-ID     PIC  X(6).
      *       Date (AAAAMMJJ) de reprise des sollicitations ; espace =
      *       levee de l'attente
           10 :PROG:-ENT-ATT-DATE   PIC  X(8).
      *       Motif de la mise en attente (ignore si levee)
           10 :PROG:-ENT-ATT-MOTIF  PIC  X(30).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(356).
      *****************************************************************
      *    Donnees pour une liste TLMCON (CONTACT) par prospect (PID)
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(394).
      *****************************************************************
      *    Donnees pour la resolution (fct CLAIR) ou le jetonnage
      *    (fct JETON) d'un telephone et/ou d'une adresse electronique
      *    lus ou ecrits par l'appelant hors couche physique
      *    (cf. TLMTOK) ; un champ a espace est ignore
      *****************************************************************
        05 :PROG:-ENT-JET REDEFINES :PROG:-ENT.
      *       Numero de telephone (jeton ou clair)
           10 :PROG:-ENT-JET-TEL    PIC  X(10).
      *       Adresse electronique (jeton ou clair)
           10 :PROG:-ENT-JET-MEL    PIC  X(80).
      *       Jetonnage en recherche seule (fct JETON) : 'O' = aucun
      *       jeton cree, une valeur absente du coffre revient en
      *       clair (elle n'est portee par aucun contact)
           10 :PROG:-ENT-JET-RECH   PIC  X(1).
              88 :PROG:-ENT-JET-RECH-OUI       VALUE 'O'.
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(309).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
           10 :PROG:-SOR-LEC-PLAGE  PIC  X(1).
      *       Langue preferee (ex. 'FR' ; espace = non precisee)
           10 :PROG:-SOR-LEC-LANGUE PIC  X(2).
      *       Mise en attente (cf. TLMCON-DTATTENTE) : date de reprise
      *       des sollicitations et motif, espace si aucune attente
           10 :PROG:-SOR-LEC-DTATTENTE PIC X(8).
           10 :PROG:-SOR-LEC-MOTATTENTE PIC X(30).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(65).
      *****************************************************************
      *      Donnees en sortie apres un AJOUT TLMCON (CONTACT)
      *****************************************************************
           10 :PROG:-SOR-NHS-DTAUDIT PIC  X(26).
      *       Remplissage du reste de la chaine
           10 FILLER                 PIC  X(293).
      *****************************************************************
      *      Donnees en sortie d'une resolution (fct CLAIR : valeurs
      *      en clair) ou d'un jetonnage (fct JETON : jetons)
      *****************************************************************
        05 :PROG:-SOR-JET REDEFINES :PROG:-SOR.
      *       Numero de telephone
           10 :PROG:-SOR-JET-TEL    PIC  X(10).
      *       Adresse electronique
           10 :PROG:-SOR-JET-MEL    PIC  X(80).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(310).
