      *****************************************************************
      *   F I C H I E R  D E S  D E M A N D E S  D E  C O N F I R M .
      *   -----------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier des demandes de confirmation
      * d'adresse electronique (double opt-in) remis a la plateforme
      * de courriel : une ligne par adresse en attente (TLMDOI) a
      * laquelle envoyer le lien de confirmation. Ecrit par
      * TLMBPGM148. Le jeton revient dans le fichier des
      * confirmations (TLMCDOI2) quand le contact clique le lien.
      * Longueur de la chaine : 300 caracteres
      *****************************************************************
       01 :PROG:-DOI.
      *    Contact et emplacement de l'adresse ('C' fiche contact,
      *    'E' canal mel)
           05 :PROG:-DOI-CON-ID        PIC  X(06).
           05 :PROG:-DOI-CANAL         PIC  X(01).
      *    Destinataire : nom, prenom, langue de correspondance
           05 :PROG:-DOI-CON-NOM       PIC  X(35).
           05 :PROG:-DOI-CON-PRENOM    PIC  X(35).
           05 :PROG:-DOI-CON-LANGUE    PIC  X(02).
      *    Adresse a confirmer, en clair
           05 :PROG:-DOI-MEL           PIC  X(80).
      *    Jeton de confirmation, a porter dans le lien
           05 :PROG:-DOI-JETON         PIC  X(36).
      *    Date limite de confirmation (AAAAMMJJ), au-dela la demande
      *    expire
           05 :PROG:-DOI-DTLIMITE      PIC  X(08).
      *    Raison sociale du prospect du contact
           05 :PROG:-DOI-PRO-NOM       PIC  X(35).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(62).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
