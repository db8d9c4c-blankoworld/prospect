      *       Son dernier battement de coeur (ancien = verrou orphelin
      *       probable, a lever via TLMBPGM46)
           10 :PROG:-SOR-EXE-BAT    PIC  X(26).
      *       Liste des verrous en cours (LISTLOCK puis LISTNEXT) :
      *       ressource verrouillee et age du dernier battement de
      *       coeur, en minutes
           10 :PROG:-SOR-EXE-RESSOURCE PIC X(18).
           10 :PROG:-SOR-EXE-AGE    PIC  9(7).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(315).
