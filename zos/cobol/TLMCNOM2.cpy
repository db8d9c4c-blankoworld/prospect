      *****************************************************************
      *   R E T O U R  N O M A D E  D U  C O M M E R C I A L
      *   -------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier retour des postes nomades : les
      * modifications et activites saisies hors connexion par les
      * commerciaux itinerants, lues par TLMBPGM141.
      * Une modification de prospect, de contact ou d'affaire
      * existante porte la version (DTMAJ) recue dans le paquet (COPY
      * TLMCNOM1) : si la ligne a ete modifiee depuis, elle est mise
      * de cote en conflit (TLMNCF) au lieu d'etre appliquee.
      * Le commercial resout un conflit en ressaisissant sa
      * modification sur la nouvelle version recue (le conflit passe
      * alors resolu) ou en y renoncant (ligne 'A').
      * Longueur de la chaine : 300 caracteres
      *****************************************************************
       01 :PROG:-RET.
      *    Commercial emetteur
           05 :PROG:-RET-COMMERCIAL    PIC  X(04).
      *    Type de ligne
           05 :PROG:-RET-TYPE          PIC  X(01).
               88 :PROG:-RET-TYPE-PROSPECT     VALUE 'P'.
               88 :PROG:-RET-TYPE-CONTACT      VALUE 'C'.
               88 :PROG:-RET-TYPE-AFFAIRE      VALUE 'O'.
               88 :PROG:-RET-TYPE-ACTIVITE     VALUE 'V'.
               88 :PROG:-RET-TYPE-ABANDON      VALUE 'A'.
           05 :PROG:-RET-CORPS         PIC  X(295).
      *    Modification d'un prospect du portefeuille (type 'P') :
      *    image complete de la raison sociale et de l'adresse
       01 :PROG:-RET-PRO REDEFINES :PROG:-RET.
           05 FILLER                   PIC  X(05).
           05 :PROG:-RET-PRO-ID        PIC  X(06).
      *      Version recue dans le paquet
           05 :PROG:-RET-PRO-DTMAJ     PIC  X(26).
           05 :PROG:-RET-PRO-NOM       PIC  X(35).
           05 :PROG:-RET-PRO-RUE       PIC  X(40).
           05 :PROG:-RET-PRO-CP        PIC  X(05).
           05 :PROG:-RET-PRO-VILLE     PIC  X(35).
           05 FILLER                   PIC  X(148).
      *    Modification d'un contact (type 'C') : image complete des
      *    champs saisissables. Identifiant a espace = nouveau contact
      *    rencontre chez le prospect (pas de version).
       01 :PROG:-RET-CON REDEFINES :PROG:-RET.
           05 FILLER                   PIC  X(05).
           05 :PROG:-RET-CON-ID        PIC  X(06).
           05 :PROG:-RET-CON-PRO-ID    PIC  X(06).
      *      Version recue dans le paquet ; espace si nouveau contact
           05 :PROG:-RET-CON-DTMAJ     PIC  X(26).
           05 :PROG:-RET-CON-NOM       PIC  X(35).
           05 :PROG:-RET-CON-PRENOM    PIC  X(35).
           05 :PROG:-RET-CON-TEL       PIC  X(10).
           05 :PROG:-RET-CON-MEL       PIC  X(80).
           05 :PROG:-RET-CON-FONCTION  PIC  X(40).
           05 :PROG:-RET-CON-PLAGE     PIC  X(01).
           05 :PROG:-RET-CON-LANGUE    PIC  X(02).
           05 FILLER                   PIC  X(54).
      *    Affaire (type 'O'), memes conventions que la ligne O du
      *    pilotage (TLMCPIL3) : identifiant a espace = creation (pas
      *    de version), espace = inchange pour chaque champ, issue
      *    renseignee = cloture.
       01 :PROG:-RET-AFF REDEFINES :PROG:-RET.
           05 FILLER                   PIC  X(05).
           05 :PROG:-RET-AFF-ID        PIC  X(06).
           05 :PROG:-RET-AFF-PRO-ID    PIC  X(06).
      *      Version recue dans le paquet ; espace si creation
           05 :PROG:-RET-AFF-DTMAJ     PIC  X(26).
           05 :PROG:-RET-AFF-LIBELLE   PIC  X(40).
           05 :PROG:-RET-AFF-LIGNE     PIC  X(10).
           05 :PROG:-RET-AFF-MONTANT   PIC  X(11).
           05 :PROG:-RET-AFF-DTCLOSE   PIC  X(08).
           05 :PROG:-RET-AFF-ISSUE     PIC  X(01).
           05 :PROG:-RET-AFF-MNTSIGNE  PIC  X(11).
           05 :PROG:-RET-AFF-DTSIGN    PIC  X(08).
           05 FILLER                   PIC  X(168).
      *    Activite effectuee aupres d'un contact (type 'V'), memes
      *    conventions que la ligne V du pilotage ; jamais en conflit
      *    (une activite s'ajoute a l'historique)
       01 :PROG:-RET-ACT REDEFINES :PROG:-RET.
           05 FILLER                   PIC  X(05).
           05 :PROG:-RET-ACT-CON-ID    PIC  X(06).
           05 :PROG:-RET-ACT-DTACT     PIC  X(26).
           05 :PROG:-RET-ACT-TYPE      PIC  X(01).
           05 :PROG:-RET-ACT-RESULTAT  PIC  X(01).
           05 :PROG:-RET-ACT-NOTE      PIC  X(80).
           05 FILLER                   PIC  X(181).
      *    Renoncement aux conflits en attente sur un objet (type
      *    'A') : la version du bureau est conservee
       01 :PROG:-RET-ABA REDEFINES :PROG:-RET.
           05 FILLER                   PIC  X(05).
      *      Objet ('P' prospect, 'C' contact, 'O' affaire)
           05 :PROG:-RET-ABA-OBJET     PIC  X(01).
           05 :PROG:-RET-ABA-OBJ-ID    PIC  X(06).
           05 FILLER                   PIC  X(288).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
