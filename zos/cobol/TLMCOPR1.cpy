      * des transactions TLM* : une ligne par utilisateur signe, cle
      * sur l'identifiant CICS. Le profil 'M' autorise les ecrans de
      * mise a jour (TLM2 maintenance, TLM4 arbitrage doublons), le
      * profil 'C' limite a la consultation (TLM1), le profil 'E'
      * (exploitation) y ajoute le suivi de la chaine de nuit (TLMD).
      * Un utilisateur absent du fichier est traite en consultation
      * seule.
      * Longueur de la chaine : 80 caracteres, cle = identifiant.
      *****************************************************************
       01 :PROG:-OPR.
      *    Identifiant CICS de l'operateur (cle)
           05 :PROG:-OPR-USERID       PIC  X(08).
      *    Profil : 'C' consultation seule, 'M' mise a jour autorisee,
      *    'E' exploitation (consultation et suivi de la chaine)
           05 :PROG:-OPR-PROFIL       PIC  X(01).
               88 :PROG:-OPR-CONSULTATION     VALUE 'C'.
               88 :PROG:-OPR-MAJ              VALUE 'M'.
               88 :PROG:-OPR-EXPLOITATION     VALUE 'E'.
      *    Nom de l'operateur, pour les ecrans et les editions
           05 :PROG:-OPR-NOM          PIC  X(30).
      *    Code commercial (TLMCOM) dont l'operateur gere le
      *    portefeuille, espace s'il n'en gere aucun : reporte sur le
      *    journal des consultations TLMLEC
           05 :PROG:-OPR-COMMERCIAL   PIC  X(04).
      *    Habilitation a valider les changements sensibles demandes
      *    a l'ecran TLM2 (ecran TLMC, cf. TLMVAL) : 'O' habilite,
      *    espace ou 'N' sinon. Ne vaut que pour un profil 'M'.
           05 :PROG:-OPR-VALIDEUR     PIC  X(01).
               88 :PROG:-OPR-VALIDEUR-OUI     VALUE 'O'.
      *    Habilitation a voir en clair les telephones et adresses
      *    electroniques des contacts (jetonnes au repos, cf. TLMTOK) :
      *    'O' habilite, espace ou 'N' sinon (jetons affiches)
           05 :PROG:-OPR-CLAIR        PIC  X(01).
               88 :PROG:-OPR-CLAIR-OUI        VALUE 'O'.
      *    Remplissage du reste de la chaine
           05 FILLER                  PIC  X(35).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
