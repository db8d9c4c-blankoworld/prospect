      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(394).
      *****************************************************************
      *    Donnees pour la resolution (fct CLAIR) ou le jetonnage
      *    (fct JETON) d'une valeur de canal lue ou ecrite par
      *    l'appelant hors couche physique (cf. TLMTOK)
      *****************************************************************
        05 :PROG:-ENT-JET REDEFINES :PROG:-ENT.
      *       Type de canal ('F' fixe, 'M' mobile, 'E' mel)
           10 :PROG:-ENT-JET-TYPE   PIC  X(1).
      *       Valeur du canal (jeton ou clair)
           10 :PROG:-ENT-JET-VALEUR PIC  X(80).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(319).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
           10 :PROG:-SOR-LST-PREF   PIC  X(1).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(312).
      *****************************************************************
      *      Donnees en sortie d'une resolution (fct CLAIR : valeur
      *      en clair) ou d'un jetonnage (fct JETON : jeton)
      *****************************************************************
        05 :PROG:-SOR-JET REDEFINES :PROG:-SOR.
      *       Valeur du canal
           10 :PROG:-SOR-JET-VALEUR PIC  X(80).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(320).
