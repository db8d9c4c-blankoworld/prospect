      *****************************************************************
      *         F I C H I E R  D E S  E V E N E M E N T S             *
      *         -----------------------------------------             *
      *****************************************************************
      * Clause COPY pour le fichier des evenements commerciaux tenu
      * par le marketing (salons, evenements clients) : un
      * enregistrement par evenement a creer ou a modifier, ou a
      * retirer (code 'S'). Lu par TLMBPGM109 (table TLMEVT).
      * Longueur de la chaine : 120 caracteres
      *****************************************************************
       01 :PROG:-EVT.
      *    Code operation : 'A' creation ou modification (la ligne
      *    remplace l'evenement s'il existe), 'S' suppression
           05 :PROG:-EVT-CMD           PIC  X(01).
               88 :PROG:-EVT-CMD-AJO          VALUE 'A'.
               88 :PROG:-EVT-CMD-SUP          VALUE 'S'.
      *    Identifiant de l'evenement
           05 :PROG:-EVT-ID            PIC  X(06).
      *    Libelle
           05 :PROG:-EVT-LIBELLE       PIC  X(40).
      *    Type : 'S' salon professionnel, 'E' evenement client
           05 :PROG:-EVT-TYPE          PIC  X(01).
               88 :PROG:-EVT-TYPE-VALIDE      VALUE 'S', 'E'.
      *    Lieu
           05 :PROG:-EVT-LIEU          PIC  X(35).
      *    Premier et dernier jour (AAAAMMJJ)
           05 :PROG:-EVT-DTDEB         PIC  X(08).
           05 :PROG:-EVT-DTFIN         PIC  X(08).
      *    Source d'acquisition (referentiel TLMSRC) estampillee sur
      *    les prospects issus des scans de badges ; espace = 'SAL'
           05 :PROG:-EVT-SOURCE        PIC  X(03).
      *    Campagne (TLMCAM) dont les cibles sont invitees ; espace =
      *    pas d'invitations generees
           05 :PROG:-EVT-CAMID         PIC  X(06).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(12).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
