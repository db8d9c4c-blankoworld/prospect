      *****************************************************************
      *   E X T R A I T  P A R T E N A I R E
      *   -----------------------------------
      *****************************************************************
      * Clause COPY pour le fichier remis a un partenaire de
      * co-marketing par TLMBPGM155 : un enregistrement par contact
      * transmis, identifie par les cles du partenaire (croisement
      * TLMXRF) et non par nos identifiants. Les rubriques que le
      * profil du partenaire (TLMCPFP1) ne transmet pas sont a espace.
      * Longueur de la chaine : 400 caracteres
      *****************************************************************
       01 :PROG:-EPA.
      *    Code du partenaire destinataire
           05 :PROG:-EPA-PARTENAIRE    PIC  X(08).
      *    Cle du contact dans le referentiel du partenaire
           05 :PROG:-EPA-CLEPART-CON   PIC  X(06).
      *    Cle du prospect dans le referentiel du partenaire (espace
      *    si le partenaire ne l'a pas cle)
           05 :PROG:-EPA-CLEPART-PRO   PIC  X(06).
      *    Nom, prenom et fonction du contact
           05 :PROG:-EPA-CON-NOM       PIC  X(35).
           05 :PROG:-EPA-CON-PRENOM    PIC  X(35).
           05 :PROG:-EPA-CON-FONCTION  PIC  X(40).
      *    Telephone et adresse electronique du contact, en clair
           05 :PROG:-EPA-CON-TEL       PIC  X(10).
           05 :PROG:-EPA-CON-MEL       PIC  X(80).
      *    Raison sociale et SIRET du prospect
           05 :PROG:-EPA-PRO-NOM       PIC  X(35).
           05 :PROG:-EPA-PRO-SIRET     PIC  X(14).
      *    Adresse postale du prospect
           05 :PROG:-EPA-PRO-RUE       PIC  X(40).
           05 :PROG:-EPA-PRO-CP        PIC  X(05).
           05 :PROG:-EPA-PRO-VILLE     PIC  X(35).
      *    Date de l'extrait (AAAAMMJJ)
           05 :PROG:-EPA-DTEXT         PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(43).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
