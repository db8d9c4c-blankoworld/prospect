      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMROL
      * (roles des contacts dans le centre d'achat d'une affaire).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour un AJOUT TLMROL (rattachement ou changement
      *      de role) ou une SUPPRESSION TLMROL (detachement ; le role
      *      est alors ignore)
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Identifiant de l'affaire
           10 :PROG:-ENT-AJO-AFFID PIC  X(6).
      *       Identifiant du contact
           10 :PROG:-ENT-AJO-CONID PIC  X(6).
      *       Role ('D' decideur, 'I' influenceur, 'U' utilisateur,
      *       'A' achats, 'B' bloqueur)
           10 :PROG:-ENT-AJO-ROLE  PIC  X(1).
      *       Remplissage du reste de la chaine (l'origine vient de
      *       tlmcpil-origine, comme pour les cliches d'audit)
           10 FILLER               PIC  X(387).
      *****************************************************************
      *      Donnees pour une LISTE TLMROL par affaire (fct LISTBYAFF)
      *      ou par contact (fct LISTBYCON), puis LISTNEXT
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Identifiant de l'affaire (LISTBYAFF)
           10 :PROG:-ENT-LST-AFFID PIC  X(6).
      *       Identifiant du contact (LISTBYCON)
           10 :PROG:-ENT-LST-CONID PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(388).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres une LISTE TLMROL, un
      *      enregistrement par role : LISTBYAFF renvoie le contact
      *      (nom, prenom), LISTBYCON l'affaire en cours (libelle)
      *****************************************************************
        05 :PROG:-SOR-LST REDEFINES :PROG:-SOR.
      *       Identifiant de l'affaire
           10 :PROG:-SOR-LST-AFFID PIC  X(6).
      *       Identifiant du contact
           10 :PROG:-SOR-LST-CONID PIC  X(6).
      *       Role
           10 :PROG:-SOR-LST-ROLE  PIC  X(1).
      *       Nom du contact (LISTBYAFF)
           10 :PROG:-SOR-LST-NOM   PIC  X(35).
      *       Prenom du contact (LISTBYAFF)
           10 :PROG:-SOR-LST-PRENOM PIC X(35).
      *       Libelle de l'affaire (LISTBYCON)
           10 :PROG:-SOR-LST-LIBELLE PIC X(40).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(277).
