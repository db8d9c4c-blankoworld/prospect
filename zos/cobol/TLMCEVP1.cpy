      *****************************************************************
      *    F I C H I E R  I N S C R I P T I O N S / P R E S E N C E S *
      *    --------------------------------------------------------- *
      *****************************************************************
      * Clause COPY pour le fichier des inscriptions et des presences
      * a un evenement, renvoye par l'organisateur (formulaire
      * d'inscription, pointage a l'accueil) : un enregistrement par
      * contact et par fait constate. Lu par TLMBPGM111 (table
      * TLMEVP).
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-EVP.
      *    Identifiant de l'evenement (TLMEVT)
           05 :PROG:-EVP-EVTID         PIC  X(06).
      *    Identifiant du contact (TLMCON)
           05 :PROG:-EVP-CONID         PIC  X(06).
      *    Fait constate : 'I' inscription, 'P' presence (une presence
      *    vaut inscription)
           05 :PROG:-EVP-TYPE          PIC  X(01).
               88 :PROG:-EVP-TYPE-INS         VALUE 'I'.
               88 :PROG:-EVP-TYPE-PRE         VALUE 'P'.
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(67).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
