      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMLEC
      * (journal des consultations de donnees personnelles).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour la journalisation (fct ADD) : les prospects
      *      et contacts affiches par un meme ecran, 8 au plus, sont
      *      journalises en un seul appel.
      *****************************************************************
        05 :PROG:-ENT-ADD REDEFINES :PROG:-ENT.
      *       Identifiant CICS de l'operateur signe
           10 :PROG:-ENT-ADD-OPERATEUR PIC X(8).
      *       Terminal et transaction de consultation
           10 :PROG:-ENT-ADD-TERMINAL PIC X(4).
           10 :PROG:-ENT-ADD-TRANSID PIC  X(4).
      *       Portefeuille de l'operateur (profil TLMOPR), espace si
      *       aucun
           10 :PROG:-ENT-ADD-COMMERCIAL PIC X(4).
      *       Nombre de lignes renseignees dans la table ci-dessous
           10 :PROG:-ENT-ADD-NBR   PIC  9(2).
      *       Donnees affichees : 'P' prospect ou 'C' contact, et son
      *       identifiant
           10 :PROG:-ENT-ADD-LU OCCURS 8 TIMES.
              15 :PROG:-ENT-ADD-TYPE PIC X(1).
              15 :PROG:-ENT-ADD-ID  PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(322).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres ADD : nombre de lignes ecrites
      *****************************************************************
        05 :PROG:-SOR-ADD REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-ADD-NBR   PIC  9(2).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(398).
