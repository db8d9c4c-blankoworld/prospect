      *       actuelle reconduite, comme au ligne a ligne (MAJ-CON)
           10 :PROG:-ENT-AJO-PLAGE  PIC  X(1).
           10 :PROG:-ENT-AJO-LANGUE PIC  X(2).
      *       Code pays de l'adresse complementaire (D)
           10 :PROG:-ENT-AJO-PAYS   PIC  X(2).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(25).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
