      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMPAR
      * (parc installe de la concurrence chez un prospect).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour un AJOUT TLMPAR (declaration ou mise a jour
      *      du concurrent en place sur une ligne de produit) ou une
      *      SUPPRESSION TLMPAR (le concurrent et la date sont alors
      *      ignores)
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Identifiant du prospect
           10 :PROG:-ENT-AJO-PROID PIC  X(6).
      *       Ligne de produit (code TLMLIG)
           10 :PROG:-ENT-AJO-LIGNE PIC  X(10).
      *       Concurrent en place
           10 :PROG:-ENT-AJO-CONCURRENT
                                   PIC  X(30).
      *       Date de fin du contrat (AAAAMMJJ), espace si inconnue
           10 :PROG:-ENT-AJO-DTFIN PIC  X(8).
      *       Remplissage du reste de la chaine (l'origine vient de
      *       tlmcpil-origine, comme pour les cliches d'audit)
           10 FILLER               PIC  X(346).
      *****************************************************************
      *      Donnees pour une LISTE TLMPAR par prospect (fct
      *      LISTBYPRO / LISTNEXT, echeance la plus proche en tete)
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Identifiant du prospect
           10 :PROG:-ENT-LST-PROID PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(394).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres une LISTE TLMPAR, un
      *      enregistrement par ligne de produit
      *****************************************************************
        05 :PROG:-SOR-LST REDEFINES :PROG:-SOR.
      *       Identifiant du prospect
           10 :PROG:-SOR-LST-PROID PIC  X(6).
      *       Ligne de produit
           10 :PROG:-SOR-LST-LIGNE PIC  X(10).
      *       Concurrent en place
           10 :PROG:-SOR-LST-CONCURRENT
                                   PIC  X(30).
      *       Date de fin du contrat
           10 :PROG:-SOR-LST-DTFIN PIC  X(8).
      *       Date/heure et origine de la derniere declaration
           10 :PROG:-SOR-LST-DTMAJ PIC  X(26).
           10 :PROG:-SOR-LST-ORIGINE
                                   PIC  X(12).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(308).
