      *****************************************************************
      *   F I C H I E R  R E T O U R  D E S  E N Q U E T E S  N P S
      *   ---------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier retour du prestataire d'enquetes :
      * une ligne par enquete (TLMCNPS1) a laquelle le contact a
      * repondu, avec sa note de recommandation et son commentaire.
      * Lu par TLMBPGM126.
      * Longueur de la chaine : 300 caracteres
      *****************************************************************
       01 :PROG:-NPR.
      *    Identifiant du client et du contact, repris de l'envoi
           05 :PROG:-NPR-PRO-ID        PIC  X(06).
           05 :PROG:-NPR-CON-ID        PIC  X(06).
      *    Note de recommandation, de '00' a '10'
           05 :PROG:-NPR-NOTE          PIC  X(02).
           05 :PROG:-NPR-NOTE-NUM REDEFINES :PROG:-NPR-NOTE
                                       PIC  9(02).
      *    Date de la reponse (AAAAMMJJ ; espace = date du chargement)
           05 :PROG:-NPR-DTREP         PIC  X(08).
      *    Commentaire libre du contact
           05 :PROG:-NPR-COMMENTAIRE   PIC  X(240).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(38).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
