      *****************************************************************
      *   F I C H I E R  D E S  P E R S O N N E S  C O N C E R N E E S
      *   -----------------------------------------------------------
      *****************************************************************
      * Clause COPY pour la liste de notification d'une violation de
      * donnees personnelles : une ligne par contact qui a pu figurer
      * dans les fichiers en cause, avec ses coordonnees actuelles en
      * clair (pour le prevenir) et les categories de donnees
      * exposees. Produit par TLMBPGM129, remis au delegue a la
      * protection des donnees.
      * Longueur de la chaine : 300 caracteres
      *****************************************************************
       01 :PROG:-VIO.
      *    Identifiant du contact concerne
           05 :PROG:-VIO-CON-ID        PIC  X(06).
      *    Statut actuel du contact ('A' actif, 'X' archive : ses
      *    coordonnees peuvent avoir ete effacees depuis)
           05 :PROG:-VIO-CON-STATUT    PIC  X(01).
      *    Contact et langue preferee (espace = non precisee)
           05 :PROG:-VIO-CON-NOM       PIC  X(35).
           05 :PROG:-VIO-CON-PRENOM    PIC  X(35).
           05 :PROG:-VIO-CON-MEL       PIC  X(80).
           05 :PROG:-VIO-CON-TEL       PIC  X(10).
           05 :PROG:-VIO-CON-LANGUE    PIC  X(02).
      *    Prospect de rattachement et son adresse principale
           05 :PROG:-VIO-PRO-ID        PIC  X(06).
           05 :PROG:-VIO-PRO-NOM       PIC  X(35).
           05 :PROG:-VIO-PRO-RUE       PIC  X(40).
           05 :PROG:-VIO-PRO-CP        PIC  X(05).
           05 :PROG:-VIO-PRO-VILLE     PIC  X(35).
      *    Categories de donnees exposees ('O' oui, 'N' non) : nom,
      *    telephone, adresse electronique, adresse postale, statut
      *    d'opposition
           05 :PROG:-VIO-CATEGORIES.
              10 :PROG:-VIO-CAT-NOM    PIC  X(01).
              10 :PROG:-VIO-CAT-TEL    PIC  X(01).
              10 :PROG:-VIO-CAT-MEL    PIC  X(01).
              10 :PROG:-VIO-CAT-ADR    PIC  X(01).
              10 :PROG:-VIO-CAT-OPT    PIC  X(01).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(05).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
