      *****************************************************************
      *   F I C H I E R  R E T O U R  F A C T U R A T I O N
      *   -------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier retour du systeme de facturation :
      * une ligne par ligne d'ouverture de compte (TLMCOUV1) traitee,
      * acceptee avec le numero de compte client cree, ou rejetee
      * avec le motif du rejet. Lu par TLMBPGM106.
      * Longueur de la chaine : 100 caracteres
      *****************************************************************
       01 :PROG:-ACQ.
      *    Identifiant du prospect, repris de la ligne d'ouverture
           05 :PROG:-ACQ-PRO-ID        PIC  X(06).
      *    Sort de la ligne : 'A' acceptee, 'R' rejetee
           05 :PROG:-ACQ-STATUT        PIC  X(01).
              88 :PROG:-ACQ-ACCEPTEE         VALUE 'A'.
              88 :PROG:-ACQ-REJETEE          VALUE 'R'.
      *    Numero de compte client cree (ligne acceptee)
           05 :PROG:-ACQ-COMPTE        PIC  X(10).
      *    Motif du rejet (ligne rejetee)
           05 :PROG:-ACQ-MOTIF         PIC  X(60).
      *    Date de traitement cote facturation (AAAAMMJJ)
           05 :PROG:-ACQ-DTTRT         PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(15).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
