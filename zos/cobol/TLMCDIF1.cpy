      *****************************************************************
      *   B A L I S E  D E  D I F F U S I O N  D E S  E D I T I O N S
      *   -----------------------------------------------------------
      *****************************************************************
      * Clause COPY pour la ligne de balise qu'une edition a diffuser
      * (TLMBPGM5, TLMBPGM39, TLMBPGM61, TLMBPGM78, TLMBPGM87,
      * TLMBPGM121, TLMBPGM152, TLMBPGM153) ecrit
      * dans son fichier a chaque changement de destinataire : toutes
      * les lignes qui suivent, jusqu'a la balise suivante, sont pour
      * ce destinataire. L'eclatement TLMBPGM117 retire les balises,
      * regroupe les lignes par destinataire et les achemine selon la
      * table de diffusion TLMDIF. Une balise a type blanc referme la
      * diffusion (compte-rendu final : archive seule) ; les lignes
      * ecrites avant la premiere balise sont aussi en archive seule.
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-DIF.
      *    Marque de reconnaissance de la balise
           05 :PROG:-DIF-MARQUE        PIC  X(08).
              88 :PROG:-DIF-MARQUE-OK          VALUE '*TLMDIF*'.
      *    Edition emettrice (nom du programme, cle de TLMDIF)
           05 :PROG:-DIF-RAPPORT       PIC  X(10).
      *    Type de destinataire : 'C' commercial (TLMCOM), 'E' chef
      *    d'equipe et 'R' directeur regional (TLMEQU), 'S' secteur
      *    (TLMSEC), 'U' utilisateur CICS, blanc = hors diffusion
           05 :PROG:-DIF-TYPE          PIC  X(01).
              88 :PROG:-DIF-TYPE-COMMERCIAL    VALUE 'C'.
              88 :PROG:-DIF-TYPE-EQUIPE        VALUE 'E'.
              88 :PROG:-DIF-TYPE-REGION        VALUE 'R'.
              88 :PROG:-DIF-TYPE-SECTEUR       VALUE 'S'.
              88 :PROG:-DIF-TYPE-UTILISATEUR   VALUE 'U'.
              88 :PROG:-DIF-TYPE-AUCUN         VALUE ' '.
              88 :PROG:-DIF-TYPE-VALIDE        VALUE 'C' 'E' 'R'
                                                     'S' 'U'.
      *    Code du destinataire dans son referentiel
           05 :PROG:-DIF-CODE          PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(53).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
