      *****************************************************************
      *   F I C H I E R  D E S  C O N F I R M A T I O N S  ( D O I )
      *   -----------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier quotidien des confirmations
      * d'adresse electronique renvoye par la plateforme de
      * courriel : une ligne par clic sur un lien de confirmation
      * emis par TLMBPGM148 (TLMCDOI1). Lu par TLMBPGM149.
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-DCF.
      *    Jeton de confirmation porte par le lien
           05 :PROG:-DCF-JETON         PIC  X(36).
      *    Date et heure du clic (AAAAMMJJHHMMSS ; espace = heure du
      *    chargement)
           05 :PROG:-DCF-DTCONF        PIC  X(14).
           05 FILLER REDEFINES :PROG:-DCF-DTCONF.
              10 :PROG:-DCF-DATE       PIC  X(08).
              10 :PROG:-DCF-HEURE      PIC  X(06).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(30).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
