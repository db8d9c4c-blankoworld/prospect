      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMCKP
      * (points de controle des batchs de mise a jour de masse,
      * couche physique TLMPCKP1).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
      *   Donnee d'echange prog./ss-prog. - TLMCKP (points de controle)
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT               PIC  X(400).
      *****************************************************************
      *      Donnees des fonctions SELECT (programme seul), SAVE
      *      (point de controle : contexte, derniere cle validee et
      *      cumul des lignes traitees) et CLEAR (fin normale : le
      *      cumul final est conserve pour memoire)
      *****************************************************************
        05 :PROG:-ENT-CKP REDEFINES :PROG:-ENT.
      *       Programme batch
           10 :PROG:-ENT-CKP-PROGRAMME PIC X(10).
      *       Parametres du traitement couvert
           10 :PROG:-ENT-CKP-CONTEXTE PIC X(20).
      *       Derniere cle traitee
           10 :PROG:-ENT-CKP-CLE    PIC  X(20).
      *       Cumul des lignes traitees, toutes tentatives
           10 :PROG:-ENT-CKP-NBFAIT PIC  9(9).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(341).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie de la fonction SELECT (rc '10' si le
      *      programme n'a jamais pose de point de controle)
      *****************************************************************
        05 :PROG:-SOR-CKP REDEFINES :PROG:-SOR.
      *       'E' interrompu (reprise possible), 'T' termine
           10 :PROG:-SOR-CKP-STATUT PIC  X(1).
              88 :PROG:-SOR-CKP-EN-COURS       VALUE 'E'.
              88 :PROG:-SOR-CKP-TERMINE        VALUE 'T'.
           10 :PROG:-SOR-CKP-CONTEXTE PIC X(20).
           10 :PROG:-SOR-CKP-CLE    PIC  X(20).
           10 :PROG:-SOR-CKP-NBFAIT PIC  9(9).
      *       Date/heure du dernier point de controle
           10 :PROG:-SOR-CKP-DTMAJ  PIC  X(26).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(324).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
