      *****************************************************************
      *   E T A B L I S S E M E N T S  D U  R E P E R T O I R E
      *   -----------------------------------------------------
      *****************************************************************
      * Clause COPY pour l'extraction du fichier officiel des
      * etablissements (repertoire SIRENE de l'INSEE) : une ligne par
      * etablissement, actif ou ferme. Lu par TLMBPGM144.
      * Longueur de la chaine : 200 caracteres
      *****************************************************************
       01 :PROG:-ETB.
      *    Numero SIRET de l'etablissement (14 chiffres)
           05 :PROG:-ETB-SIRET         PIC  X(14).
      *    Etat administratif : 'A' actif, 'F' ferme
           05 :PROG:-ETB-ETAT          PIC  X(01).
               88 :PROG:-ETB-ETAT-ACTIF        VALUE 'A'.
      *    Activite principale NAF/APE, niveau sous-classe, avec ou
      *    sans le point de la publication officielle ('62.01Z' ou
      *    '6201Z', cadre a gauche) : cf. TLMBPGM144/NORMALISE-NAF
           05 :PROG:-ETB-NAF           PIC  X(06).
      *    Tranche d'effectif salarie INSEE (cf. TLMPRO-TRANCHE)
           05 :PROG:-ETB-TRANCHE       PIC  X(02).
      *    Denomination (ou enseigne a defaut)
           05 :PROG:-ETB-NOM           PIC  X(35).
      *    Adresse de l'etablissement
           05 :PROG:-ETB-RUE           PIC  X(40).
           05 :PROG:-ETB-CP            PIC  X(05).
           05 :PROG:-ETB-VILLE         PIC  X(35).
      *    Date de creation de l'etablissement (AAAAMMJJ)
           05 :PROG:-ETB-DTCREA        PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(54).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
