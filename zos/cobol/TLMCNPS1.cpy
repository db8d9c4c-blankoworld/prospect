      *****************************************************************
      *   F I C H I E R  E N V O I  D E S  E N Q U E T E S  N P S
      *   -------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier d'envoi des enquetes de
      * satisfaction (NPS) au prestataire d'enquetes : une ligne par
      * client passe au stade 'C' depuis le delai voulu, adressee a
      * son contact principal non oppose. Produit par TLMBPGM125.
      * Le prestataire renvoie les reponses au format TLMCNPR1 en
      * reprenant l'identifiant du client et celui du contact.
      * Longueur de la chaine : 300 caracteres
      *****************************************************************
       01 :PROG:-NPS.
      *    Identifiant du client (reference de l'enquete)
           05 :PROG:-NPS-PRO-ID        PIC  X(06).
      *    Identifiant du contact interroge
           05 :PROG:-NPS-CON-ID        PIC  X(06).
      *    Contact interroge (TLMCON-PRINCIPAL 'O') et langue
      *    preferee (espace = non precisee)
           05 :PROG:-NPS-CON-NOM       PIC  X(35).
           05 :PROG:-NPS-CON-PRENOM    PIC  X(35).
           05 :PROG:-NPS-CON-MEL       PIC  X(80).
           05 :PROG:-NPS-CON-TEL       PIC  X(10).
           05 :PROG:-NPS-CON-LANGUE    PIC  X(02).
      *    Nom du client
           05 :PROG:-NPS-PRO-NOM       PIC  X(35).
      *    Charge de compte du client
           05 :PROG:-NPS-COMMERCIAL    PIC  X(04).
      *    Date du passage au stade client et date d'envoi (AAAAMMJJ)
           05 :PROG:-NPS-DTPASSAGE     PIC  X(08).
           05 :PROG:-NPS-DTENVOI       PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(71).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
