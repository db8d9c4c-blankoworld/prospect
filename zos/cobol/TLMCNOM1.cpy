      *****************************************************************
      *   P A Q U E T  N O M A D E  D U  C O M M E R C I A L
      *   -------------------------------------------------
      *****************************************************************
      * Clause COPY pour le paquet nocturne du portefeuille de chaque
      * commercial itinerant, ecrit par TLMBPGM140 et charge sur son
      * poste pour travailler sans connexion. Trie par commercial ;
      * pour chacun : une entete 'E', ses prospects 'P', leurs
      * contacts 'C', leurs affaires ouvertes 'O', leurs dernieres
      * activites 'V', ses conflits en attente 'X', puis une fin 'F'
      * portant les compteurs.
      * Chaque ligne de prospect, de contact et d'affaire porte la
      * date/heure de derniere mise a jour (DTMAJ) de la ligne en
      * base : c'est son numero de version, a restituer tel quel sur
      * le fichier retour (COPY TLMCNOM2).
      * Longueur de la chaine : 400 caracteres
      *****************************************************************
       01 :PROG:-PAQ.
      *    Commercial destinataire
           05 :PROG:-PAQ-COMMERCIAL    PIC  X(04).
      *    Type de ligne
           05 :PROG:-PAQ-TYPE          PIC  X(01).
               88 :PROG:-PAQ-TYPE-ENTETE       VALUE 'E'.
               88 :PROG:-PAQ-TYPE-PROSPECT     VALUE 'P'.
               88 :PROG:-PAQ-TYPE-CONTACT      VALUE 'C'.
               88 :PROG:-PAQ-TYPE-AFFAIRE      VALUE 'O'.
               88 :PROG:-PAQ-TYPE-ACTIVITE     VALUE 'V'.
               88 :PROG:-PAQ-TYPE-CONFLIT      VALUE 'X'.
               88 :PROG:-PAQ-TYPE-FIN          VALUE 'F'.
           05 :PROG:-PAQ-CORPS         PIC  X(395).
      *    Entete (type 'E')
       01 :PROG:-PAQ-ENT REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
      *      Date/heure de constitution du paquet
           05 :PROG:-PAQ-ENT-DTPAQUET  PIC  X(26).
      *      Profondeur en jours de l'historique d'activites
           05 :PROG:-PAQ-ENT-JOURS     PIC  9(03).
           05 FILLER                   PIC  X(366).
      *    Prospect actif du portefeuille (type 'P')
       01 :PROG:-PAQ-PRO REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
           05 :PROG:-PAQ-PRO-ID        PIC  X(06).
      *      Version de la ligne (TLMPRO.DTMAJ)
           05 :PROG:-PAQ-PRO-DTMAJ     PIC  X(26).
           05 :PROG:-PAQ-PRO-NOM       PIC  X(35).
           05 :PROG:-PAQ-PRO-RUE       PIC  X(40).
           05 :PROG:-PAQ-PRO-CP        PIC  X(05).
           05 :PROG:-PAQ-PRO-VILLE     PIC  X(35).
           05 :PROG:-PAQ-PRO-STADE     PIC  X(01).
           05 :PROG:-PAQ-PRO-SIRET     PIC  X(14).
           05 FILLER                   PIC  X(233).
      *    Contact actif d'un prospect du portefeuille (type 'C')
       01 :PROG:-PAQ-CON REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
           05 :PROG:-PAQ-CON-ID        PIC  X(06).
           05 :PROG:-PAQ-CON-PRO-ID    PIC  X(06).
      *      Version de la ligne (TLMCON.DTMAJ)
           05 :PROG:-PAQ-CON-DTMAJ     PIC  X(26).
           05 :PROG:-PAQ-CON-NOM       PIC  X(35).
           05 :PROG:-PAQ-CON-PRENOM    PIC  X(35).
           05 :PROG:-PAQ-CON-TEL       PIC  X(10).
           05 :PROG:-PAQ-CON-MEL       PIC  X(80).
           05 :PROG:-PAQ-CON-FONCTION  PIC  X(40).
           05 :PROG:-PAQ-CON-PRINC     PIC  X(01).
           05 :PROG:-PAQ-CON-OPTOUT    PIC  X(01).
           05 :PROG:-PAQ-CON-PLAGE     PIC  X(01).
           05 :PROG:-PAQ-CON-LANGUE    PIC  X(02).
           05 FILLER                   PIC  X(152).
      *    Affaire ouverte d'un prospect du portefeuille (type 'O')
       01 :PROG:-PAQ-AFF REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
           05 :PROG:-PAQ-AFF-ID        PIC  X(06).
           05 :PROG:-PAQ-AFF-PRO-ID    PIC  X(06).
      *      Version de la ligne (TLMAFF.DTMAJ)
           05 :PROG:-PAQ-AFF-DTMAJ     PIC  X(26).
           05 :PROG:-PAQ-AFF-LIBELLE   PIC  X(40).
           05 :PROG:-PAQ-AFF-LIGNE     PIC  X(10).
      *      Montant attendu (9 entiers + 2 decimales implicites,
      *      meme forme que sur le pilotage)
           05 :PROG:-PAQ-AFF-MONTANT   PIC  9(09)V99.
           05 :PROG:-PAQ-AFF-DTCLOSE   PIC  X(08).
           05 :PROG:-PAQ-AFF-DEVISE    PIC  X(03).
           05 FILLER                   PIC  X(285).
      *    Activite recente d'un contact du portefeuille (type 'V')
       01 :PROG:-PAQ-ACT REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
           05 :PROG:-PAQ-ACT-CON-ID    PIC  X(06).
           05 :PROG:-PAQ-ACT-PRO-ID    PIC  X(06).
           05 :PROG:-PAQ-ACT-DTACT     PIC  X(26).
           05 :PROG:-PAQ-ACT-TYPE      PIC  X(01).
           05 :PROG:-PAQ-ACT-RESULTAT  PIC  X(01).
           05 :PROG:-PAQ-ACT-NOTE      PIC  X(80).
           05 FILLER                   PIC  X(275).
      *    Conflit en attente de resolution (type 'X') : modification
      *    saisie hors connexion sur une ligne modifiee entre-temps au
      *    bureau (cf. TLMNCF). La ligne a jour figure dans le meme
      *    paquet (type 'P', 'C' ou 'O') avec sa nouvelle version.
       01 :PROG:-PAQ-CNF REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
      *      Objet en conflit ('P' prospect, 'C' contact, 'O' affaire)
           05 :PROG:-PAQ-CNF-OBJET     PIC  X(01).
           05 :PROG:-PAQ-CNF-OBJ-ID    PIC  X(06).
      *      Date/heure de mise de cote de la modification
           05 :PROG:-PAQ-CNF-DTDETECT  PIC  X(26).
      *      Version trouvee en base a la mise de cote
           05 :PROG:-PAQ-CNF-DTMAJBASE PIC  X(26).
      *      Ligne retour mise de cote, telle que saisie (TLMCNOM2)
           05 :PROG:-PAQ-CNF-LIGNE     PIC  X(300).
           05 FILLER                   PIC  X(36).
      *    Fin du paquet du commercial (type 'F')
       01 :PROG:-PAQ-FIN REDEFINES :PROG:-PAQ.
           05 FILLER                   PIC  X(05).
           05 :PROG:-PAQ-FIN-NBR-PRO   PIC  9(07).
           05 :PROG:-PAQ-FIN-NBR-CON   PIC  9(07).
           05 :PROG:-PAQ-FIN-NBR-AFF   PIC  9(07).
           05 :PROG:-PAQ-FIN-NBR-ACT   PIC  9(07).
           05 :PROG:-PAQ-FIN-NBR-CNF   PIC  9(07).
           05 FILLER                   PIC  X(360).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
