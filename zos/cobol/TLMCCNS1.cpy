      *****************************************************************
      *   F I C H I E R  D E S  C O N S E N T E M E N T S
      *   -----------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier quotidien des consentements
      * recueillis hors double opt-in (formulaires web, bulletins de
      * salon, plateforme de gestion des consentements) : une ligne
      * par accord ou retrait d'un contact pour une portee. Lu par
      * TLMBPGM154, qui les journalise dans TLMCNS.
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-CNS.
      *    Contact (TLMCON.ID)
           05 :PROG:-CNS-CONID         PIC  X(06).
      *    Portee du consentement ('PAR' partage avec les partenaires)
           05 :PROG:-CNS-PORTEE        PIC  X(03).
      *    'A' accord, 'R' retrait
           05 :PROG:-CNS-SENS          PIC  X(01).
      *    Preuve : reference du formulaire, du bulletin ou de
      *    l'enregistrement de la plateforme
           05 :PROG:-CNS-PREUVE        PIC  X(40).
      *    Date et heure de l'evenement (AAAAMMJJHHMMSS ; espace =
      *    heure du chargement)
           05 :PROG:-CNS-DTEVT         PIC  X(14).
           05 FILLER REDEFINES :PROG:-CNS-DTEVT.
              10 :PROG:-CNS-DATE       PIC  X(08).
              10 :PROG:-CNS-HEURE      PIC  X(06).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(16).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
