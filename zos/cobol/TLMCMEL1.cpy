      *****************************************************************
      *   E X P O R T  D E S  B O I T E S  M E L  P A R T A G E E S
      *   ---------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier quotidien des messages recus dans
      * les boites aux lettres commerciales partagees, exporte par la
      * messagerie : une ligne par message recu. Lu par TLMBPGM153,
      * qui rapproche l'expediteur des contacts (TLMCON.MEL, canaux
      * 'E' de TLMCAN) et cree une activite 'mel recu' (TLMACT type
      * 'E', objet en note).
      * Longueur de la chaine : 240 caracteres
      *****************************************************************
       01 :PROG:-MEL.
      *    Adresse electronique de l'expediteur, en clair
           05 :PROG:-MEL-EXPED         PIC  X(80).
      *    Date et heure de reception (AAAAMMJJHHMMSS)
           05 :PROG:-MEL-DTREC         PIC  X(14).
           05 FILLER REDEFINES :PROG:-MEL-DTREC.
              10 :PROG:-MEL-DATE       PIC  X(08).
              10 :PROG:-MEL-HEURE      PIC  X(06).
      *    Boite partagee destinataire (adresse ou nom de la boite)
           05 :PROG:-MEL-BOITE         PIC  X(40).
      *    Objet du message (tronque a 80 dans la note de l'activite)
           05 :PROG:-MEL-OBJET         PIC  X(100).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(06).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
