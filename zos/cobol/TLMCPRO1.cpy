      *       'O' = creation en probation (STATUT 'E', liste
      *       achetee) ; espace = creation active normale
           10 :PROG:-ENT-AJO-PROBATION PIC X(01).
      *       Client parrain (prospect actif au stade 'C', controle
      *       par l'appelant) ; espace = prospect non parraine.
      *       Estampille a la creation, jamais reecrit ensuite.
           10 :PROG:-ENT-AJO-PARRAIN PIC X(06).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(250).
      *****************************************************************
      *    Donnees pour une MISE EN ATTENTE TLMPRO (PROSPECT) : date
      *    avant laquelle le prospect et ses contacts ne doivent pas
      *    etre sollicites (fct HOLD)
      *****************************************************************
        05 :PROG:-ENT-ATT REDEFINES :PROG:-ENT.
      *       Identifiant
           10 :PROG:-ENT-ATT-ID    PIC  X(6).
      *       Date (AAAAMMJJ) de reprise des sollicitations ; espace =
      *       levee de l'attente
           10 :PROG:-ENT-ATT-DATE  PIC  X(8).
      *       Motif de la mise en attente (ignore si levee)
           10 :PROG:-ENT-ATT-MOTIF PIC  X(30).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(356).
      *****************************************************************
      *    Donnees pour une SEGMENTATION TLMPRO (PROSPECT) : code
      *    d'activite NAF et tranche d'effectif (fct SEGMENT)
      *****************************************************************
        05 :PROG:-ENT-SEG REDEFINES :PROG:-ENT.
      *       Identifiant
           10 :PROG:-ENT-SEG-ID    PIC  X(6).
      *       Code NAF, niveau sous-classe (cf. TLMPRO-NAF, controle
      *       dans TLMNAF) ; espace = inchange
           10 :PROG:-ENT-SEG-NAF   PIC  X(5).
      *       Tranche d'effectif (cf. TLMPRO-TRANCHE) ; espace =
      *       inchange
           10 :PROG:-ENT-SEG-TRANCHE PIC X(2).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(387).
      *****************************************************************
      *    Donnees pour une QUALIFICATION TLMPRO (PROSPECT) : criteres
      *    budget, decideur, besoin et horizon d'achat (fct QUALIF,
      *    valeurs cf. TLMPRO-QBUDGET et suivants)
      *****************************************************************
        05 :PROG:-ENT-QUA REDEFINES :PROG:-ENT.
      *       Identifiant
           10 :PROG:-ENT-QUA-ID    PIC  X(6).
      *       Mode : espace = un critere a espace est laisse inchange
      *       (lignes de pilotage, saisie TLM6) ; 'R' = remplacement
      *       des quatre criteres, espace = non renseigne (fiche
      *       complete de l'ecran TLM2, retablissement d'une ligne
      *       rejetee)
           10 :PROG:-ENT-QUA-MODE  PIC  X(01).
               88 :PROG:-ENT-QUA-REMPLACE     VALUE 'R'.
      *       Budget identifie ('O'/'N')
           10 :PROG:-ENT-QUA-BUDGET PIC X(01).
      *       Decideur identifie ('O'/'N')
           10 :PROG:-ENT-QUA-DECIDEUR PIC X(01).
      *       Besoin confirme ('O'/'N')
           10 :PROG:-ENT-QUA-BESOIN PIC X(01).
      *       Horizon d'achat ('1' a '4', 'N')
           10 :PROG:-ENT-QUA-DELAI PIC  X(01).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(389).
      *****************************************************************
      *    Donnees pour une RECHERCHE TLMPRO (PROSPECT) par NOM
      *    Le motif porte son ou ses caracteres '%' (LIKE SQL), a
           10 :PROG:-ENT-MCR-SECTEUR PIC X(03).
      *       Charge de compte (cf. TLMCOM) ; espace = tous
           10 :PROG:-ENT-MCR-COMMERCIAL PIC X(04).
      *       Recherche par rayon : prospect de reference (espace =
      *       pas de critere de distance) et rayon en km autour de
      *       ses coordonnees ; la reference elle-meme et les
      *       prospects non geocodes sont exclus, la liste est alors
      *       triee par distance croissante
           10 :PROG:-ENT-MCR-REF   PIC  X(06).
           10 :PROG:-ENT-MCR-RAYON PIC  9(03).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(343).
      *****************************************************************
      *    Donnees pour la RECHERCHE DE DOUBLONS avant creation d'un
      *    prospect (fonctions DUPCHK / DUPNEXT) : prospects actifs de
      *    meme SIRET, de meme nom normalise dans le meme code postal,
      *    ou portant un contact actif de meme telephone. Un critere a
      *    espace est ignore.
      *****************************************************************
        05 :PROG:-ENT-DUP REDEFINES :PROG:-ENT.
      *       Nom saisi (normalise par la couche physique)
           10 :PROG:-ENT-DUP-NOM   PIC  X(35).
      *       Code postal
           10 :PROG:-ENT-DUP-CP    PIC  X(5).
      *       Numero SIRET
           10 :PROG:-ENT-DUP-SIRET PIC  X(14).
      *       Telephone (recherche parmi les contacts)
           10 :PROG:-ENT-DUP-TEL   PIC  X(10).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(336).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
      *       Score de priorite commerciale (cf. TLMPRO-SCORE,
      *       recalcule chaque nuit par TLMBPGM60)
           10 :PROG:-SOR-LEC-SCORE PIC  9(5).
      *       Numero de compte client de la facturation (cf.
      *       TLMPRO-COMPTEFAC), espace si aucun compte cree
           10 :PROG:-SOR-LEC-COMPTEFAC PIC X(10).
      *       Client parrain (cf. TLMPRO-PARRAIN), espace si prospect
      *       non parraine
           10 :PROG:-SOR-LEC-PARRAIN PIC X(06).
      *       Mise en attente (cf. TLMPRO-DTATTENTE) : date de reprise
      *       des sollicitations et motif, espace si aucune attente
           10 :PROG:-SOR-LEC-DTATTENTE PIC X(08).
           10 :PROG:-SOR-LEC-MOTATTENTE PIC X(30).
      *       Code d'activite NAF et tranche d'effectif (cf.
      *       TLMPRO-NAF, TLMPRO-TRANCHE), espace si inconnus
           10 :PROG:-SOR-LEC-NAF   PIC  X(05).
           10 :PROG:-SOR-LEC-TRANCHE PIC X(02).
      *       Criteres de qualification (cf. TLMPRO-QBUDGET et
      *       suivants), espace si non renseignes, et date du dernier
      *       passage au stade 'Q' admis par leur controle
           10 :PROG:-SOR-LEC-QBUDGET PIC X(01).
           10 :PROG:-SOR-LEC-QDECIDEUR PIC X(01).
           10 :PROG:-SOR-LEC-QBESOIN PIC X(01).
           10 :PROG:-SOR-LEC-QDELAI PIC X(01).
           10 :PROG:-SOR-LEC-QDTVAL PIC X(08).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(179).
      *****************************************************************
      *      Donnees en sortie apres un AJOUT TLMPRO (PROSPECT)
      *****************************************************************
           10 :PROG:-SOR-MCR-STADE PIC  X(01).
      *       Charge de compte (cf. TLMCOM), espace si non affecte
           10 :PROG:-SOR-MCR-COMMERCIAL PIC X(04).
      *       Distance en km au prospect de reference (0 sans
      *       recherche par rayon)
           10 :PROG:-SOR-MCR-DIST  PIC  9(04).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(310).
      *****************************************************************
      *      Donnees en sortie apres une RECHERCHE DE DOUBLONS TLMPRO
      *      (PROSPECT), un enregistrement par rapprochement ; un
      *      prospect rapproche sur plusieurs criteres revient une
      *      fois par critere
      *****************************************************************
        05 :PROG:-SOR-DUP REDEFINES :PROG:-SOR.
      *       Identifiant
           10 :PROG:-SOR-DUP-ID    PIC  X(6).
      *       Nom
           10 :PROG:-SOR-DUP-NOM   PIC  X(35).
      *       Code postal
           10 :PROG:-SOR-DUP-CP    PIC  X(5).
      *       Ville
           10 :PROG:-SOR-DUP-VILLE PIC  X(35).
      *       Critere de rapprochement : 'S' SIRET, 'N' nom normalise
      *       et code postal, 'T' telephone d'un contact
           10 :PROG:-SOR-DUP-CRITERE PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(318).
      *****************************************************************
      *      Donnees en sortie apres un COMPTAGE TLMPRO (PROSPECT)
      *      actifs, pour le rapprochement pilotage / BDD
