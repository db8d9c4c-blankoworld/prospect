      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMDEV
      * (devis d'affaire, entete TLMDEV et lignes TLMDEVL).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour un AJOUT TLMDEV (creation d'un devis envoye,
      *      numero attribue par la couche physique) : entete et
      *      jusqu'a 10 lignes, les lignes inutilisees a espace
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Identifiant de l'affaire
           10 :PROG:-ENT-AJO-AFFID PIC  X(6).
      *       Identifiant du contact destinataire
           10 :PROG:-ENT-AJO-CONID PIC  X(6).
      *       Date limite de validite (AAAAMMJJ)
           10 :PROG:-ENT-AJO-DTVALID PIC X(8).
      *       Lignes du devis
           10 :PROG:-ENT-AJO-LIG   OCCURS 10.
      *         Ligne de produit (code TLMLIG)
             15 :PROG:-ENT-AJO-LIGNE PIC X(10).
      *         Quantite (7 chiffres)
             15 :PROG:-ENT-AJO-QTE PIC  X(7).
      *         Prix unitaire (9 entiers + 2 decimales implicites)
             15 :PROG:-ENT-AJO-PRIXU PIC X(11).
      *         Remise en % (2 entiers + 2 decimales implicites,
      *         espace = pas de remise)
             15 :PROG:-ENT-AJO-REMISE PIC X(4).
      *       Remplissage du reste de la chaine (l'origine vient de
      *       tlmcpil-origine, comme pour les cliches d'audit)
           10 FILLER               PIC  X(60).
      *****************************************************************
      *      Donnees pour une LECTURE TLMDEV (fct SELECT) ou le
      *      marquage d'un devis imprime (fct PRINTED)
      *****************************************************************
        05 :PROG:-ENT-LEC REDEFINES :PROG:-ENT.
      *       Numero du devis
           10 :PROG:-ENT-LEC-ID    PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(394).
      *****************************************************************
      *      Donnees pour un CHANGEMENT DE STATUT TLMDEV (fct STATUS) :
      *      seul un devis envoye ('E') peut etre accepte ou refuse
      *****************************************************************
        05 :PROG:-ENT-STA REDEFINES :PROG:-ENT.
      *       Numero du devis
           10 :PROG:-ENT-STA-ID    PIC  X(6).
      *       Nouveau statut ('A' accepte, 'R' refuse)
           10 :PROG:-ENT-STA-STATUT PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(393).
      *****************************************************************
      *      Donnees pour l'EXPIRATION des devis (fct EXPIRE) : tout
      *      devis encore envoye dont la date de validite precede la
      *      date donnee passe au statut 'X'
      *****************************************************************
        05 :PROG:-ENT-EXP REDEFINES :PROG:-ENT.
      *       Date de reference (AAAAMMJJ)
           10 :PROG:-ENT-EXP-DATE  PIC  X(8).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(392).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres un AJOUT TLMDEV
      *****************************************************************
        05 :PROG:-SOR-AJO REDEFINES :PROG:-SOR.
      *       Numero attribue au devis
           10 :PROG:-SOR-AJO-ID    PIC  X(6).
      *       Total du devis calcule
           10 :PROG:-SOR-AJO-MONTANT PIC 9(9)V99.
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(383).
      *****************************************************************
      *      Donnees en sortie apres une LECTURE TLMDEV ou un
      *      CHANGEMENT DE STATUT (image relue apres mise a jour)
      *****************************************************************
        05 :PROG:-SOR-LEC REDEFINES :PROG:-SOR.
      *       Numero du devis
           10 :PROG:-SOR-LEC-ID    PIC  X(6).
      *       Identifiant de l'affaire
           10 :PROG:-SOR-LEC-AFFID PIC  X(6).
      *       Identifiant du contact destinataire
           10 :PROG:-SOR-LEC-CONID PIC  X(6).
      *       Date d'emission (AAAAMMJJ)
           10 :PROG:-SOR-LEC-DTDEVIS PIC X(8).
      *       Date limite de validite (AAAAMMJJ)
           10 :PROG:-SOR-LEC-DTVALID PIC X(8).
      *       Statut ('E', 'A', 'R', 'X')
           10 :PROG:-SOR-LEC-STATUT PIC X(1).
      *       Total du devis
           10 :PROG:-SOR-LEC-MONTANT PIC 9(9)V99.
      *       Indicateur d'impression ('N' a imprimer, 'O' imprime)
           10 :PROG:-SOR-LEC-IMPRIME PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(353).
      *****************************************************************
      *      Donnees en sortie apres une EXPIRATION
      *****************************************************************
        05 :PROG:-SOR-EXP REDEFINES :PROG:-SOR.
      *       Nombre de devis passes au statut expire
           10 :PROG:-SOR-EXP-NBR   PIC  9(7).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(393).
