      *         --------------------------------------------          *
      *****************************************************************
      * Clause COPY pour le fichier des cibles d'une campagne, ecrit
      * par le batch de selection TLMBPGM20 (et par le batch des
      * etapes suivantes de sequence TLMBPGM115) : un enregistrement
      * par contact retenu, avec la fiche du prospect de rattachement.
      * Longueur de la chaine : 400 caracteres
      *****************************************************************
       01 :PROG:-CIB.
      *    Langue preferee du contact (ex. 'FR' ; espace = non
      *    precisee)
           05 :PROG:-CIB-CON-LANGUE    PIC  X(02).
      *    Etape de la sequence de campagne (TLMSEQ) a laquelle la
      *    cible est envoyee (1 = envoi initial)
           05 :PROG:-CIB-ETAPE         PIC  9(02).
      *    Canal impose par l'etape ('E' courriel, 'T' telephone,
      *    'C' courrier) ; espace = canal prefere du contact
           05 :PROG:-CIB-CANAL         PIC  X(01).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(146).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
