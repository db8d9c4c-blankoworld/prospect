           10 :PROG:-ENT-AJO-CODE   PIC  X(4).
      *       Nom du commercial
           10 :PROG:-ENT-AJO-NOM    PIC  X(35).
      *       Grade de commissionnement (espace = non attribue)
           10 :PROG:-ENT-AJO-GRADE  PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(359).
      *****************************************************************
      *      Donnees pour un CHANGEMENT DE GRADE TLMCOM (fct GRADE)
      *****************************************************************
        05 :PROG:-ENT-GRA REDEFINES :PROG:-ENT.
      *       Code du commercial
           10 :PROG:-ENT-GRA-CODE   PIC  X(4).
      *       Nouveau grade de commissionnement
           10 :PROG:-ENT-GRA-GRADE  PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(394).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
           10 :PROG:-SOR-LEC-NOM    PIC  X(35).
      *       Statut ('A' actif, 'X' parti)
           10 :PROG:-SOR-LEC-STATUT PIC  X(1).
      *       Grade de commissionnement
           10 :PROG:-SOR-LEC-GRADE  PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(358).
