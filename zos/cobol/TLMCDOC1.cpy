      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMDOC
      * (index documentaire des prospects, couche physique TLMPDOC1) :
      * controle des pieces obligatoires du referentiel TLMTDO.
      * Longueur d'echange : 200 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(200).
      *****************************************************************
      *      Donnees pour un CONTROLE (fct CONTROLE) : pieces
      *      obligatoires manquantes ou expirees du prospect
      *****************************************************************
        05 :PROG:-ENT-CTL REDEFINES :PROG:-ENT.
           10 :PROG:-ENT-CTL-ID    PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(194).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(200).
      *****************************************************************
      *      Donnees en sortie d'un CONTROLE (tout a zero : dossier
      *      complet)
      *****************************************************************
        05 :PROG:-SOR-CTL REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-CTL-ID    PIC  X(6).
      *       Nombre de types obligatoires sans aucun document
           10 :PROG:-SOR-CTL-NBMANQ PIC 9(2).
      *       Nombre de types obligatoires dont tous les documents
      *       sont expires
           10 :PROG:-SOR-CTL-NBEXP PIC  9(2).
      *       Detail, par code type : 'M' manquante, 'E' expiree (les
      *       dix premieres dans l'ordre des codes)
           10 :PROG:-SOR-CTL-PIECE OCCURS 10.
              15 :PROG:-SOR-CTL-TYPDOC PIC X(3).
              15 :PROG:-SOR-CTL-ETAT PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(150).
