           05 :PROG:-STA-NBREJ         PIC  9(07).
      *    Nombre d'erreurs rencontrees
           05 :PROG:-STA-NBERR         PIC  9(07).
      *    Code retour de fin du programme (RETURN-CODE), pour le
      *    suivi de la chaine a l'ecran TLMD
           05 :PROG:-STA-CODERET       PIC  9(02).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(21).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
