      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMPRV
      * (provenance des valeurs, arbitree par la matrice de priorite
      * des emetteurs TLMPRI).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour la CONSULTATION (fct CHECK) : l'emetteur
      *      peut-il remplacer la valeur actuelle du champ ? rc '00' =
      *      oui, rc '20' = non : la valeur a ete posee, depuis moins
      *      de :PROG:-ENT-CHK-JOURS jours, par un AUTRE emetteur de
      *      priorite plus forte sur ce champ. Sans provenance connue
      *      (ou plus ancienne), le remplacement est toujours admis.
      *****************************************************************
        05 :PROG:-ENT-CHK REDEFINES :PROG:-ENT.
      *       'P' prospect / 'C' contact
           10 :PROG:-ENT-CHK-TYPE  PIC  X(1).
      *       Identifiant du prospect ou du contact
           10 :PROG:-ENT-CHK-ID    PIC  X(6).
      *       Champ protege (NOM/ADR/COM/SRT/CNO/TEL/MEL, cf. TLMPRI)
           10 :PROG:-ENT-CHK-CHAMP PIC  X(3).
      *       Emetteur de la nouvelle valeur
           10 :PROG:-ENT-CHK-EMETTEUR PIC X(8).
      *       Periode de protection, en jours
           10 :PROG:-ENT-CHK-JOURS PIC  9(3).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(379).
      *****************************************************************
      *      Donnees pour l'ENREGISTREMENT de la provenance (fct SET) :
      *      l'emetteur vient de poser la valeur du champ.
      *****************************************************************
        05 :PROG:-ENT-SET REDEFINES :PROG:-ENT.
      *       'P' prospect / 'C' contact
           10 :PROG:-ENT-SET-TYPE  PIC  X(1).
      *       Identifiant du prospect ou du contact
           10 :PROG:-ENT-SET-ID    PIC  X(6).
      *       Champ protege
           10 :PROG:-ENT-SET-CHAMP PIC  X(3).
      *       Emetteur de la valeur posee
           10 :PROG:-ENT-SET-EMETTEUR PIC X(8).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(382).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres CONSULTATION (fct CHECK)
      *****************************************************************
        05 :PROG:-SOR-CHK REDEFINES :PROG:-SOR.
      *       Emetteur qui a pose la valeur actuelle (espace si la
      *       provenance est inconnue ou hors periode)
           10 :PROG:-SOR-CHK-EMETTEUR PIC X(8).
      *       Sa priorite, et celle de l'emetteur demandeur
           10 :PROG:-SOR-CHK-PRIO-ACT PIC 9(3).
           10 :PROG:-SOR-CHK-PRIO-DEM PIC 9(3).
      *       Date/heure de pose de la valeur actuelle
           10 :PROG:-SOR-CHK-DTMAJ PIC  X(26).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(360).
