      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMRSQ
      * (notation du risque de credit par SIREN, couche physique
      * TLMPRSQ1).
      * Longueur d'echange : 200 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(200).
      *****************************************************************
      *      Donnees pour une LECTURE (fct SELECT) : la notation du
      *      SIREN (rc '10' si l'entite n'est pas notee). Le SIRET
      *      complet peut etre passe tel quel : seuls ses neuf
      *      premiers chiffres sont lus.
      *****************************************************************
        05 :PROG:-ENT-LEC REDEFINES :PROG:-ENT.
           10 :PROG:-ENT-LEC-SIREN PIC  X(9).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(191).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(200).
      *****************************************************************
      *      Donnees en sortie d'une LECTURE
      *****************************************************************
        05 :PROG:-SOR-LEC REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-LEC-SIREN PIC  X(9).
      *       Note de 1 (risque faible) a 10 (risque tres eleve)
           10 :PROG:-SOR-LEC-NOTE  PIC  9(2).
      *       Procedure collective en cours ('O'/'N')
           10 :PROG:-SOR-LEC-PROCOL PIC X(1).
      *       Date de la notation (AAAAMMJJ)
           10 :PROG:-SOR-LEC-DTNOTE PIC X(8).
      *       Notation en alerte ('O'/'N')
           10 :PROG:-SOR-LEC-ALERTE PIC X(1).
      *       Notation precedente (note 0 = premiere notation)
           10 :PROG:-SOR-LEC-NOTEPREC PIC 9(2).
           10 :PROG:-SOR-LEC-PROCOLPREC PIC X(1).
           10 :PROG:-SOR-LEC-DTNOTEPREC PIC X(8).
      *       Degradee au dernier chargement ('O'/'N')
           10 :PROG:-SOR-LEC-DEGRADE PIC X(1).
      *       Accord du credit manager ('O' / espace), auteur, date
           10 :PROG:-SOR-LEC-ACCORD PIC X(1).
           10 :PROG:-SOR-LEC-ACCORDPAR PIC X(8).
           10 :PROG:-SOR-LEC-DTACCORD PIC X(26).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(132).
