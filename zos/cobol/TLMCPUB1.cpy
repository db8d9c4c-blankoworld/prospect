      * par TLMBPGM27 : un enregistrement par prospect retenu, porte
      * par son seul contact principal non oppose, pret pour la
      * fusion courrier (ligne d'attention, fonction, adresse postale
      * complete). Meme format pour les lettres de presentation du
      * nouveau charge de compte (TLMBPGM152), qui renseignent en plus
      * le code et le nom du commercial.
      * Longueur de la chaine : 400 caracteres
      *****************************************************************
       01 :PROG:-PUB.
           05 :PROG:-PUB-CP            PIC  X(05).
      *    Ville du prospect
           05 :PROG:-PUB-VILLE         PIC  X(35).
      *    Charge de compte presente (lettre de passation TLMBPGM152 ;
      *    espace dans l'extraction TLMBPGM27)
           05 :PROG:-PUB-COM-CODE      PIC  X(04).
           05 :PROG:-PUB-COM-NOM       PIC  X(35).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(120).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
