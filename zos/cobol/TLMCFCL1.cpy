      *****************************************************************
      *   M A I T R E  C L I E N T S  F A C T U R A T I O N
      *   -------------------------------------------------
      *****************************************************************
      * Clause COPY pour l'extraction mensuelle du fichier maitre des
      * clients de la facturation : une ligne par compte client,
      * ouvert ou ferme. Lu par TLMBPGM107.
      * Longueur de la chaine : 150 caracteres
      *****************************************************************
       01 :PROG:-FCL.
      *    Numero de compte client de la facturation
           05 :PROG:-FCL-COMPTE        PIC  X(10).
      *    SIRET du client (14 chiffres), espace si inconnu
           05 :PROG:-FCL-SIRET         PIC  X(14).
      *    Raison sociale
           05 :PROG:-FCL-NOM           PIC  X(35).
      *    Adresse de facturation
           05 :PROG:-FCL-RUE           PIC  X(40).
           05 :PROG:-FCL-CP            PIC  X(05).
           05 :PROG:-FCL-VILLE         PIC  X(35).
      *    Etat du compte : 'A' ouvert, 'F' ferme (resilie ou
      *    fusionne dans un autre compte)
           05 :PROG:-FCL-ETAT          PIC  X(01).
      *    Date de l'etat (ouverture ou fermeture, AAAAMMJJ)
           05 :PROG:-FCL-DTETAT        PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(02).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
