      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMVAL
      * (changements sensibles en attente de validation, couche
      * physique TLMPVAL1).
      * Longueur d'echange : 200 caracteres.
      *****************************************************************
      *   Donnee d'echange prog./ss-prog. - TLMVAL (validations)
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT               PIC  X(200).
      *****************************************************************
      *      Donnees pour une demande de changement (fonction ADD) :
      *      la fiche, le champ, sa valeur en base et la valeur
      *      demandee, le demandeur. Numero, horodatage et etat 'A'
      *      sont poses par la couche physique.
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       'P' prospect, 'C' contact, et son identifiant
           10 :PROG:-ENT-AJO-TYPE   PIC  X(1).
           10 :PROG:-ENT-AJO-FICHE  PIC  X(6).
      *       Champ ('SRT' SIRET, 'COM' charge de compte, 'STD'
      *       passage au stade C, 'OPT' levee d'opposition)
           10 :PROG:-ENT-AJO-CHAMP  PIC  X(3).
      *       Valeur en base et valeur demandee
           10 :PROG:-ENT-AJO-AVANT  PIC  X(14).
           10 :PROG:-ENT-AJO-APRES  PIC  X(14).
      *       Motif de gain (passage au stade C), espace sinon
           10 :PROG:-ENT-AJO-MOTIF  PIC  X(2).
      *       Identite signee et nom du demandeur (profil TLMOPR)
           10 :PROG:-ENT-AJO-DEMANDEUR PIC X(8).
           10 :PROG:-ENT-AJO-NOMDEM PIC  X(30).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(122).
      *****************************************************************
      *      Donnees pour la lecture d'une demande (fonction SELECT)
      *****************************************************************
        05 :PROG:-ENT-LEC REDEFINES :PROG:-ENT.
      *       Numero de la demande
           10 :PROG:-ENT-LEC-ID     PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(194).
      *****************************************************************
      *      Donnees pour la decision sur une demande en attente
      *      (fonction DECIDE) : refusee si la demande n'est plus en
      *      attente, a expire, ou si le valideur est le demandeur
      *****************************************************************
        05 :PROG:-ENT-DEC REDEFINES :PROG:-ENT.
      *       Numero de la demande
           10 :PROG:-ENT-DEC-ID     PIC  X(6).
      *       Decision : 'V' validee, 'R' refusee
           10 :PROG:-ENT-DEC-ETAT   PIC  X(1).
      *       Identite signee du superviseur
           10 :PROG:-ENT-DEC-VALIDEUR PIC X(8).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(185).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(200).
      *****************************************************************
      *      Donnees en sortie d'un ADD : numero attribue
      *****************************************************************
        05 :PROG:-SOR-AJO REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-AJO-ID     PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(194).
      *****************************************************************
      *      Donnees en sortie des fonctions SELECT et LISTPEND /
      *      LISTNEXT (demandes en attente non expirees, de la plus
      *      ancienne a la plus recente, une par appel, rc '10' en
      *      fin de liste)
      *****************************************************************
        05 :PROG:-SOR-LST REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-LST-ID     PIC  X(6).
           10 :PROG:-SOR-LST-TYPE   PIC  X(1).
           10 :PROG:-SOR-LST-FICHE  PIC  X(6).
           10 :PROG:-SOR-LST-CHAMP  PIC  X(3).
           10 :PROG:-SOR-LST-AVANT  PIC  X(14).
           10 :PROG:-SOR-LST-APRES  PIC  X(14).
           10 :PROG:-SOR-LST-MOTIF  PIC  X(2).
           10 :PROG:-SOR-LST-DEMANDEUR PIC X(8).
           10 :PROG:-SOR-LST-NOMDEM PIC  X(30).
           10 :PROG:-SOR-LST-DTDEM  PIC  X(26).
           10 :PROG:-SOR-LST-ETAT   PIC  X(1).
           10 :PROG:-SOR-LST-VALIDEUR PIC X(8).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(81).
      *****************************************************************
      *      Donnees en sortie de la fonction EXPIRE : nombre de
      *      demandes passees a l'etat 'E'
      *****************************************************************
        05 :PROG:-SOR-EXP REDEFINES :PROG:-SOR.
           10 :PROG:-SOR-EXP-NBR    PIC  9(5).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(195).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
