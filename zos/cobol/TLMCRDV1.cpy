      *****************************************************************
      *        C O P Y  E C H A N G E  S S - P R O G R A M M E
      *        -----------------------------------------------
      *****************************************************************
      * Clause COPY pour echanger donnees entre prog./ss-prog TLMRDV
      * (rendez-vous des commerciaux).
      * Longueur d'echange : 400 caracteres.
      *****************************************************************
       01 :PROG:.
      *****************************************************************
      *    Donnees en entree
      *****************************************************************
        05 :PROG:-ENT              PIC  X(400).
      *****************************************************************
      *      Donnees pour un AJOUT TLMRDV (prise d'un rendez-vous
      *      planifie, numero attribue par la couche physique)
      *****************************************************************
        05 :PROG:-ENT-AJO REDEFINES :PROG:-ENT.
      *       Code du commercial ; espace = charge de compte du
      *       prospect
           10 :PROG:-ENT-AJO-COMMERCIAL PIC X(4).
      *       Identifiant du prospect visite
           10 :PROG:-ENT-AJO-PROID PIC  X(6).
      *       Identifiant du contact rencontre, espace si non designe
           10 :PROG:-ENT-AJO-CONID PIC  X(6).
      *       Date du rendez-vous (AAAAMMJJ)
           10 :PROG:-ENT-AJO-DTRDV PIC  X(8).
      *       Heures de debut et de fin du creneau (HHMM)
           10 :PROG:-ENT-AJO-HDEBUT PIC X(4).
           10 :PROG:-ENT-AJO-HFIN  PIC  X(4).
      *       Lieu du rendez-vous (espace = locaux du prospect)
           10 :PROG:-ENT-AJO-LIEU  PIC  X(40).
      *       Remplissage du reste de la chaine (l'origine vient de
      *       tlmcpil-origine, comme pour les cliches d'audit)
           10 FILLER               PIC  X(328).
      *****************************************************************
      *      Donnees pour une LECTURE TLMRDV (fct SELECT)
      *****************************************************************
        05 :PROG:-ENT-LEC REDEFINES :PROG:-ENT.
      *       Numero du rendez-vous
           10 :PROG:-ENT-LEC-ID    PIC  X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(394).
      *****************************************************************
      *      Donnees pour un CHANGEMENT DE STATUT TLMRDV (fct STATUS) :
      *      seul un rendez-vous planifie ('P') peut etre annule ou
      *      declare realise
      *****************************************************************
        05 :PROG:-ENT-STA REDEFINES :PROG:-ENT.
      *       Numero du rendez-vous
           10 :PROG:-ENT-STA-ID    PIC  X(6).
      *       Nouveau statut ('A' annule, 'R' realise)
           10 :PROG:-ENT-STA-STATUT PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(393).
      *****************************************************************
      *      Donnees pour une LISTE TLMRDV : rendez-vous planifies
      *      d'un commercial a une date, par heure de debut
      *      (fct LISTBYCOM / LISTNEXT)
      *****************************************************************
        05 :PROG:-ENT-LST REDEFINES :PROG:-ENT.
      *       Code du commercial
           10 :PROG:-ENT-LST-COMMERCIAL PIC X(4).
      *       Date (AAAAMMJJ)
           10 :PROG:-ENT-LST-DTRDV PIC  X(8).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(388).
      *****************************************************************
      *     Donnees en sortie
      *****************************************************************
        05 :PROG:-SOR              PIC X(400).
      *****************************************************************
      *      Donnees en sortie apres un AJOUT TLMRDV
      *****************************************************************
        05 :PROG:-SOR-AJO REDEFINES :PROG:-SOR.
      *       Numero attribue au rendez-vous
           10 :PROG:-SOR-AJO-ID    PIC  X(6).
      *       Commercial retenu (charge de compte du prospect si
      *       l'appelant ne l'a pas donne)
           10 :PROG:-SOR-AJO-COMMERCIAL PIC X(4).
      *       Sur un refus (rc='03' ou '09') : motif du refus
      *       'C' creneau deja pris, 'F' jour ferie TLMJOF, 'W'
      *       week-end, 'D' commercial absent (TLMDEL)
           10 :PROG:-SOR-AJO-MOTIF PIC  X(1).
               88 :PROG:-SOR-AJO-MOTIF-CHEVAUCHE VALUE 'C'.
               88 :PROG:-SOR-AJO-MOTIF-FERIE     VALUE 'F'.
               88 :PROG:-SOR-AJO-MOTIF-WEEKEND   VALUE 'W'.
               88 :PROG:-SOR-AJO-MOTIF-ABSENT    VALUE 'D'.
      *       Sur un creneau deja pris : numero du rendez-vous en
      *       place
           10 :PROG:-SOR-AJO-CONFLIT PIC X(6).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(383).
      *****************************************************************
      *      Donnees en sortie apres une LECTURE TLMRDV, un
      *      CHANGEMENT DE STATUT (image relue apres mise a jour) ou
      *      une LISTE (un enregistrement par rendez-vous)
      *****************************************************************
        05 :PROG:-SOR-LEC REDEFINES :PROG:-SOR.
      *       Numero du rendez-vous
           10 :PROG:-SOR-LEC-ID    PIC  X(6).
      *       Code du commercial
           10 :PROG:-SOR-LEC-COMMERCIAL PIC X(4).
      *       Identifiant du prospect
           10 :PROG:-SOR-LEC-PROID PIC  X(6).
      *       Identifiant du contact (espace si non designe)
           10 :PROG:-SOR-LEC-CONID PIC  X(6).
      *       Date du rendez-vous (AAAAMMJJ)
           10 :PROG:-SOR-LEC-DTRDV PIC  X(8).
      *       Heures de debut et de fin du creneau (HHMM)
           10 :PROG:-SOR-LEC-HDEBUT PIC X(4).
           10 :PROG:-SOR-LEC-HFIN  PIC  X(4).
      *       Lieu du rendez-vous
           10 :PROG:-SOR-LEC-LIEU  PIC  X(40).
      *       Statut ('P', 'R', 'A')
           10 :PROG:-SOR-LEC-STATUT PIC X(1).
      *       Remplissage du reste de la chaine
           10 FILLER               PIC  X(321).
