      *****************************************************************
      *   P R O F I L  D ' U N  P A R T E N A I R E
      *   -----------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier de controle PROFIL des flux
      * partenaires de co-marketing (TLMBPGM155) : un enregistrement
      * par extrait, qui dit a qui il est destine, quelle population
      * il retient, quel consentement il exige et quelles rubriques
      * il transmet. Criteres a espace = non filtrants.
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-PFP.
      *    Code du partenaire destinataire : meme code que l'emetteur
      *    du croisement des cles TLMXRF
           05 :PROG:-PFP-PARTENAIRE    PIC  X(08).
      *    Libelle du partenaire, pour l'entete du fichier et du
      *    compte-rendu
           05 :PROG:-PFP-LIBELLE       PIC  X(30).
      *    Portee de consentement exigee (cf. TLMCNS ; espace = 'PAR'
      *    transmission aux partenaires)
           05 :PROG:-PFP-PORTEE        PIC  X(03).
      *    Criteres de selection
           05 :PROG:-PFP-CRITERES.
      *       Stade TLMPRO vise
              10 :PROG:-PFP-STADE      PIC  X(01).
      *       Secteur TLMPRO vise
              10 :PROG:-PFP-SECTEUR    PIC  X(03).
      *       Departement (deux premiers caracteres du code postal)
              10 :PROG:-PFP-DEPT       PIC  X(02).
      *       Division NAF (deux premiers caracteres du code NAF)
              10 :PROG:-PFP-NAF        PIC  X(02).
      *       'O' = contacts principaux seulement
              10 :PROG:-PFP-PRINCIPAL  PIC  X(01).
      *    Rubriques transmises ('O' = transmise, autre = a espace
      *    dans le fichier)
           05 :PROG:-PFP-CHAMPS.
      *       Nom et prenom du contact
              10 :PROG:-PFP-NOM        PIC  X(01).
      *       Fonction du contact
              10 :PROG:-PFP-FCT        PIC  X(01).
      *       Telephone du contact
              10 :PROG:-PFP-TEL        PIC  X(01).
      *       Adresse electronique du contact
              10 :PROG:-PFP-MEL        PIC  X(01).
      *       Adresse postale du prospect
              10 :PROG:-PFP-ADR        PIC  X(01).
      *       Raison sociale et SIRET du prospect
              10 :PROG:-PFP-SOC        PIC  X(01).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(24).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
