      *       Date/heure de l'activite ; espace = date du jour
      *       (CURRENT TIMESTAMP)
           10 :PROG:-ENT-AJO-DTACT  PIC  X(26).
      *       Type d'activite ('A' appel, 'V' visite, 'C' courrier,
      *       'R' revue de grand compte, 'E' mel recu)
           10 :PROG:-ENT-AJO-TYPACT PIC  X(1).
      *       Commentaire court
           10 :PROG:-ENT-AJO-NOTE   PIC  X(80).
      *       'F' faux numero, 'R' rappel demande, 'X' refus) ;
      *       espace = non renseigne
           10 :PROG:-ENT-AJO-RESULTAT PIC X(1).
      *       Participants d'une revue de grand compte (type 'R'
      *       seulement, au moins un obligatoire, cf. TLMRVP) : type
      *       'I' interne ou 'C' contact, et code commercial ou
      *       identifiant contact ; postes a espace ignores
           10 :PROG:-ENT-AJO-PAR    OCCURS 10.
              15 :PROG:-ENT-AJO-PAR-TYPE PIC X(1).
              15 :PROG:-ENT-AJO-PAR-CODE PIC X(6).
      *       Remplissage du reste de la chaine
           10 FILLER                PIC  X(216).
      *****************************************************************
      *    Donnees pour une liste TLMACT (ACTIVITE) par contact, de la
      *    plus recente a la plus ancienne (LISTBYCON / LISTNEXT)
           10 :PROG:-SOR-LST-CONID  PIC  X(6).
      *       Date/heure de l'activite
           10 :PROG:-SOR-LST-DTACT  PIC  X(26).
      *       Type d'activite ('A' appel, 'V' visite, 'C' courrier,
      *       'R' revue de grand compte, 'E' mel recu)
           10 :PROG:-SOR-LST-TYPACT PIC  X(1).
      *       Commentaire court
           10 :PROG:-SOR-LST-NOTE   PIC  X(80).
