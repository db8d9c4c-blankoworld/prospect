           10 :PROG:-ENT-AJO-CP     PIC  X(5).
      *       Ville
           10 :PROG:-ENT-AJO-VILLE  PIC  X(35).
      *       Code pays ISO a deux lettres (espace = France)
           10 :PROG:-ENT-AJO-PAYS   PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(311).
      *****************************************************************
      *      Donnees pour une LECTURE TLMADR par prospect et type
      *****************************************************************
      *       porte la haute date en DTFIN, cf. TLMPADR6)
           10 :PROG:-SOR-LST-DTDEBUT PIC X(26).
           10 :PROG:-SOR-LST-DTFIN  PIC  X(26).
      *       Code pays ISO a deux lettres (espace = France)
           10 :PROG:-SOR-LST-PAYS   PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(259).
