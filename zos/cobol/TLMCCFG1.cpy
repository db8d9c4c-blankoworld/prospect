      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMCFG
      * (table centrale des parametres d'exploitation, couche
      * physique TLMPCFG1).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
      *   Donnee d'echange prog./ss-prog. - TLMCFG (parametres)
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT               PIC  X(400).
      *****************************************************************
      *      Donnees pour la lecture d'un parametre (fonction
      *      SELECT) : programme demandeur et nom du parametre
      *****************************************************************
        05 :PROG:-ENT-PRM REDEFINES :PROG:-ENT.
      *       Programme demandeur (la ligne '*' sert a defaut)
           10 :PROG:-ENT-PRM-PROGRAMME PIC X(10).
      *       Nom du parametre
           10 :PROG:-ENT-PRM-PARAM  PIC  X(8).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(382).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie de la fonction SELECT (rc '10' si ni
      *      ligne nominative ni ligne '*')
      *****************************************************************
        05 :PROG:-SOR-PRM REDEFINES :PROG:-SOR.
      *       Valeur brute, cadree a gauche
           10 :PROG:-SOR-PRM-VALEUR PIC  X(20).
      *       Ligne retenue : nom du programme ou '*'
           10 :PROG:-SOR-PRM-ORIGINE PIC X(10).
      *       Vue numerique de la valeur (entier de 1 a 9 chiffres,
      *       sans signe) et indicateur de validite
           10 :PROG:-SOR-PRM-NUM    PIC  9(9).
           10 :PROG:-SOR-PRM-NUMOK  PIC  X(1).
              88 :PROG:-SOR-PRM-NUM-OUI        VALUE 'O'.
              88 :PROG:-SOR-PRM-NUM-NON        VALUE 'N'.
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(360).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
