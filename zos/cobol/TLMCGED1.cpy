      *****************************************************************
      *   F I C H I E R  I N D E X  D O C U M E N T A I R E  ( G E D )
      *   -------------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier quotidien de la gestion
      * electronique de documents : une ligne par document archive,
      * indexe ou retire depuis la veille. Lu par TLMBPGM136, qui
      * tient l'index TLMDOC.
      * Longueur de la chaine : 100 caracteres
      *****************************************************************
       01 :PROG:-GED.
      *    Mouvement : 'A' document archive (cree ou remplace la
      *    ligne de meme reference), 'S' document retire de la GED
           05 :PROG:-GED-ACTION        PIC  X(01).
              88 :PROG:-GED-ARCHIVE          VALUE 'A'.
              88 :PROG:-GED-RETRAIT          VALUE 'S'.
      *    Reference d'archive du document dans la GED
           05 :PROG:-GED-REFARCH       PIC  X(30).
      *    Prospect et, facultativement, affaire du prospect
           05 :PROG:-GED-PRO-ID        PIC  X(06).
           05 :PROG:-GED-AFF-ID        PIC  X(06).
      *    Type de document (TLMTDO)
           05 :PROG:-GED-TYPDOC        PIC  X(03).
      *    Date du document (AAAAMMJJ)
           05 :PROG:-GED-DTDOC         PIC  X(08).
      *    Date d'expiration (AAAAMMJJ), espace = selon le type
           05 :PROG:-GED-DTEXP         PIC  X(08).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(38).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
