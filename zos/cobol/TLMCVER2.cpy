      *****************************************************************
      *   R E S U L T A T S  D E  V E R I F I C A T I O N
      *   -----------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier des resultats d'appel rendu par la
      * cellule qualite : une ligne par prospect de la liste d'appels
      * (COPY TLMCVER1) et par champ verifie. Lu par TLMBPGM138, qui
      * les reporte dans TLMVER.
      * Longueur de la chaine : 100 caracteres
      *****************************************************************
       01 :PROG:-RES.
      *    Mois du tirage (AAAAMM), repris de la liste d'appels
           05 :PROG:-RES-PERIODE       PIC  X(06).
      *    Identifiant du prospect, repris de la liste d'appels
           05 :PROG:-RES-PRO-ID        PIC  X(06).
      *    Champ verifie : 'NOM', 'RUE', 'CPO', 'VIL', 'TEL', 'MEL'
      *    ou 'FON'
           05 :PROG:-RES-CHAMP         PIC  X(03).
      *    Resultat : 'C' correct, 'F' faux, 'I' injoignable
           05 :PROG:-RES-RESULTAT      PIC  X(01).
               88 :PROG:-RES-CORRECT           VALUE 'C'.
               88 :PROG:-RES-FAUX              VALUE 'F'.
               88 :PROG:-RES-INJOIGN           VALUE 'I'.
      *    Valeur relevee, obligatoire pour un resultat 'F'
           05 :PROG:-RES-VALEUR        PIC  X(80).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(04).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
