           10 :PROG:-ENT-MAJ-ID    PIC  X(6).
      *       Libelle ; espace = inchange
           10 :PROG:-ENT-MAJ-LIBELLE PIC X(40).
      *       Ligne de produit (code TLMLIG) ; espace = inchange
           10 :PROG:-ENT-MAJ-LIGNE PIC  X(10).
      *       Montant attendu (devise de l'affaire, 9 entiers + 2
      *       decimales sans point) ; espace = inchange
           10 :PROG:-ENT-MAJ-MONTANT PIC X(11).
      *       Date de cloture esperee (AAAAMMJJ) ; espace = inchange
           10 :PROG:-ENT-MAJ-DTCLOSE PIC X(8).
      *       Devise (code ISO 4217) ; espace = inchangee
           10 :PROG:-ENT-MAJ-DEVISE PIC X(3).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(322).
      *****************************************************************
      *             Donnees pour un AJOUT TLMAFF (AFFAIRE)
      *****************************************************************
           10 :PROG:-ENT-AJO-PROID PIC  X(06).
      *       Libelle
           10 :PROG:-ENT-AJO-LIBELLE PIC X(40).
      *       Ligne de produit (code TLMLIG) ; espace = non precisee
           10 :PROG:-ENT-AJO-LIGNE PIC  X(10).
      *       Montant attendu (devise de l'affaire, 9 entiers + 2
      *       decimales sans point)
           10 :PROG:-ENT-AJO-MONTANT PIC X(11).
      *       Date de cloture esperee (AAAAMMJJ) ; espace = inconnue
           10 :PROG:-ENT-AJO-DTCLOSE PIC X(8).
      *       Devise (code ISO 4217) ; espace = 'EUR'
           10 :PROG:-ENT-AJO-DEVISE PIC X(3).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(316).
      *****************************************************************
      *      Donnees pour une LISTE TLMAFF (AFFAIRE) par prospect
      *      (fct LISTBYPRO / LISTNEXT)
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(394).
      *****************************************************************
      *      Donnees pour une CLOTURE TLMAFF (AFFAIRE) : issue gagnee,
      *      perdue ou abandonnee d'une affaire active (fct CLOSE)
      *****************************************************************
        05 :PROG:-ENT-CLO REDEFINES :PROG:-ENT.
      *       Identifiant
           10 :PROG:-ENT-CLO-ID    PIC  X(6).
      *       Issue : 'G' gagnee, 'P' perdue, 'B' abandonnee
           10 :PROG:-ENT-CLO-ISSUE PIC  X(1).
      *       Montant signe (devise de l'affaire, 9 entiers + 2
      *       decimales sans point), lu sur une issue 'G' seulement ;
      *       espace = montant attendu de l'affaire
           10 :PROG:-ENT-CLO-MNTSIGNE PIC X(11).
      *       Date de cloture reelle (AAAAMMJJ) ; espace = date du jour
           10 :PROG:-ENT-CLO-DTSIGN PIC X(8).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(374).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
           10 :PROG:-SOR-LEC-LIBELLE PIC X(40).
      *       Ligne de produit
           10 :PROG:-SOR-LEC-LIGNE PIC  X(10).
      *       Montant attendu (devise de l'affaire, 9 entiers + 2
      *       decimales)
           10 :PROG:-SOR-LEC-MONTANT PIC 9(9)V99.
      *       Date de cloture esperee (AAAAMMJJ)
           10 :PROG:-SOR-LEC-DTCLOSE PIC X(8).
      *       Devise (code ISO 4217)
           10 :PROG:-SOR-LEC-DEVISE PIC X(3).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(316).
      *****************************************************************
      *      Donnees en sortie apres un AJOUT TLMAFF (AFFAIRE)
      *****************************************************************
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(394).
      *****************************************************************
      *      Donnees en sortie apres une CLOTURE TLMAFF (AFFAIRE)
      *****************************************************************
        05 :PROG:-SOR-CLO REDEFINES :PROG:-SOR.
      *       Identifiant
           10 :PROG:-SOR-CLO-ID    PIC  X(6).
      *       Identifiant du prospect porteur
           10 :PROG:-SOR-CLO-PROID PIC  X(6).
      *       Issue retenue
           10 :PROG:-SOR-CLO-ISSUE PIC  X(1).
      *       Montant signe retenu (zero hors issue 'G')
           10 :PROG:-SOR-CLO-MNTSIGNE PIC 9(9)V99.
      *       Date de cloture reelle retenue (AAAAMMJJ)
           10 :PROG:-SOR-CLO-DTSIGN PIC X(8).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(368).
      *****************************************************************
      *      Donnees en sortie apres une LISTE TLMAFF (AFFAIRE),
      *      un enregistrement par affaire active du prospect
      *****************************************************************
           10 :PROG:-SOR-LST-LIBELLE PIC X(40).
      *       Ligne de produit
           10 :PROG:-SOR-LST-LIGNE PIC  X(10).
      *       Montant attendu (devise de l'affaire, 9 entiers + 2
      *       decimales)
           10 :PROG:-SOR-LST-MONTANT PIC 9(9)V99.
      *       Date de cloture esperee (AAAAMMJJ)
           10 :PROG:-SOR-LST-DTCLOSE PIC X(8).
      *       Devise (code ISO 4217)
           10 :PROG:-SOR-LST-DEVISE PIC X(3).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(322).
