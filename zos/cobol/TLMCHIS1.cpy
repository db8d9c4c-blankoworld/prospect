      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog
      * TLMPROH/TLMCONH (historique d'audit d'un prospect et de ses
      * contacts, couche physique TLMPHIS1). Chaque cliche est
      * restitue avec son image avant (la ligne d'audit) et son image
      * apres (le cliche suivant de la meme fiche, ou la fiche vivante
      * pour le dernier), dans une structure unique couvrant prospect
      * (champs contact a blanc) et contact (champs adresse a blanc),
      * comme TLMCAUD1.
      * Longueur d'echange : 800 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(800).
      *****************************************************************
      *      Donnees pour la liste des cliches d'un prospect et de
      *      ses contacts (fct LISTBYPRO), du plus recent au plus
      *      ancien, puis LISTNEXT
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Identifiant du prospect demande
           10 :PROG:-ENT-LST-ID    PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(794).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC  X(800).
      *****************************************************************
      *      Donnees en sortie, un enregistrement par cliche
      *****************************************************************
        05 :PROG:-SOR-LST REDEFINES :PROG:-SOR.
      *       Table d'origine du cliche : 'P' TLMPROH, 'C' TLMCONH
           10 :PROG:-SOR-LST-TYPE  PIC  X(1).
      *       Identifiant de la fiche clichee
           10 :PROG:-SOR-LST-ID    PIC  X(6).
      *       Date/heure du cliche
           10 :PROG:-SOR-LST-DTAUDIT PIC X(26).
      *       Operation a l'origine du cliche ('M' MAJ, 'S' SUP)
           10 :PROG:-SOR-LST-OPERATION PIC X(1).
      *       Rang de la ligne de pilotage a l'origine (0 = aucune)
           10 :PROG:-SOR-LST-PILSEQ PIC 9(7).
      *       Job batch ou transaction CICS + utilisateur
           10 :PROG:-SOR-LST-ORIGINE PIC X(12).
      *       Image avant (AV) puis image apres (AP) de la fiche
           10 :PROG:-SOR-LST-IMAGE OCCURS 2.
      *          Nom
             15 :PROG:-SOR-LST-NOM PIC  X(35).
      *          Prenom, telephone, courriel, note, prospect de
      *          rattachement, opposition, principal, fonction
      *          (contact seulement)
             15 :PROG:-SOR-LST-PRENOM PIC X(35).
             15 :PROG:-SOR-LST-TEL PIC  X(10).
             15 :PROG:-SOR-LST-MEL PIC  X(80).
             15 :PROG:-SOR-LST-NOTE PIC X(80).
             15 :PROG:-SOR-LST-PID PIC  X(6).
             15 :PROG:-SOR-LST-OPTOUT PIC X(1).
             15 :PROG:-SOR-LST-PRINCIPAL PIC X(1).
             15 :PROG:-SOR-LST-FONCTION PIC X(40).
      *          Rue, code postal, ville, stade (prospect seulement)
             15 :PROG:-SOR-LST-RUE PIC  X(40).
             15 :PROG:-SOR-LST-CP  PIC  X(5).
             15 :PROG:-SOR-LST-VILLE PIC X(35).
             15 :PROG:-SOR-LST-STADE PIC X(1).
      *          Statut de la fiche
             15 :PROG:-SOR-LST-STATUT PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(7).
