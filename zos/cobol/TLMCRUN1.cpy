      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMRUN
      * (historique des executions de la chaine nocturne, couche
      * physique TLMPRUN1), pour l'ecran de suivi de la chaine TLMD.
      * Une nuit va de midi a midi : un run termine avant midi
      * appartient a la nuit de la veille.
      * Longueur d'echange : 200 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(200).
      *****************************************************************
      *      Donnees pour la liste des runs de la nuit en cours et de
      *      la nuit precedente (fct LISTNUIT puis LISTNEXT) : nuit
      *      la plus recente d'abord, dans l'ordre d'execution
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Remplissage de la chaine (aucun critere)
           10 FILLER               PIC  X(200).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC  X(200).
      *****************************************************************
      *      Donnees en sortie, un enregistrement par run
      *****************************************************************
        05 :PROG:-SOR-LST REDEFINES :PROG:-SOR.
      *       Programme de la chaine
           10 :PROG:-SOR-LST-PGM   PIC  X(8).
      *       Nuit du run (AAAA-MM-JJ, date du soir)
           10 :PROG:-SOR-LST-NUIT  PIC  X(10).
      *       Debut du run (fin moins la duree) et fin du run
           10 :PROG:-SOR-LST-DEBUT PIC  X(26).
           10 :PROG:-SOR-LST-FIN   PIC  X(26).
      *       Duree du traitement (secondes)
           10 :PROG:-SOR-LST-DUREE PIC  9(7).
      *       Code retour de fin (espace = non connu)
           10 :PROG:-SOR-LST-CODERET PIC X(2).
      *       Volumes : lus, traites, rejetes, en erreur
           10 :PROG:-SOR-LST-NBLEC PIC  9(7).
           10 :PROG:-SOR-LST-NBOK  PIC  9(7).
           10 :PROG:-SOR-LST-NBREJ PIC  9(7).
           10 :PROG:-SOR-LST-NBERR PIC  9(7).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(93).
