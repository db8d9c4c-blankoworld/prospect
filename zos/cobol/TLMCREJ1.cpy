       01 :PROG:-REJ.
      *    Code motif de rejet
      *        01 : code de pilotage invalide (hors A,M,S,V,C,D,
      *             O,U,N,R,Q,P,I et enregistrements de structure
      *             H/Z/T,
      *             cf. TLMCPIL3)
      *        02 : champ obligatoire absent ou a blanc
      *        03 : identifiant malforme
      *        13 : resultat d'activite invalide (ligne V)
      *        14 : commande non autorisee pour l'emetteur (TLMAUT)
      *        15 : changement de stade non autorise pour l'emetteur
      *        16 : cloture d'affaire invalide : issue hors G/P/B,
      *             affaire non identifiee, montant signe ou date de
      *             cloture malformes (ligne O)
      *        17 : ligne de produit inconnue ou retiree du
      *             referentiel TLMLIG (ligne O ou Q), ou inconnue
      *             du referentiel (ligne I)
      *        18 : role d'affaire invalide : role hors D/I/U/A/B/X
      *             ou identifiants malformes (ligne R)
      *        19 : devis invalide : identifiants malformes, statut
      *             hors A/R, lignes, quantite, prix, remise ou date
      *             de validite malformes (ligne Q)
      *        20 : reponse refusee sur un devis qui n'est plus en
      *             attente (deja accepte, refuse ou expire, ligne Q)
      *        21 : devise d'affaire inconnue : ni euro ni cotee dans
      *             TLMCHG (ligne O)
      *        22 : rendez-vous invalide : identifiants malformes,
      *             date, heures ou statut hors A/R, ou suite donnee
      *             a un rendez-vous qui n'est plus planifie (ligne P)
      *        23 : rendez-vous refuse : creneau deja pris par un
      *             autre rendez-vous du commercial, jour ferie
      *             (TLMJOF), week-end ou absence (TLMDEL, ligne P)
      *        24 : champ ecarte, NON BLOQUANT : la valeur en base
      *             a ete posee recemment par un emetteur plus
      *             prioritaire (TLMPRI/TLMPRV) ; le champ (cite dans
      *             le libelle) garde sa valeur, le reste de la ligne
      *             s'applique. Ligne a ne pas recycler.
      *        25 : code pays invalide : ni espace (France) ni deux
      *             lettres majuscules (ligne D)
      *        26 : passage au stade 'C' bloque : le prospect a une
      *             alerte de criblage sanctions/embargo ouverte ou
      *             confirmee (TLMSAH, cf. TLMBPGM103 / TLMA) ; la
      *             ligne est recyclable une fois l'alerte levee
      *        27 : parc concurrent invalide : identifiant prospect
      *             malforme ou date de fin de contrat malformee
      *             (ligne I)
      *        28 : parrain invalide : identifiant malforme, prospect
      *             inconnu, inactif ou pas au stade 'C' (ligne A ou
      *             M creant le prospect)
      *        29 : mise en attente invalide : identifiant ou type
      *             de cible ('P'/'C') malforme, date de reprise
      *             malformee (ligne W)
      *        30 : segmentation ecartee, NON BLOQUANT : code NAF
      *             absent du referentiel TLMNAF (sous-classe) ou
      *             tranche d'effectif hors codification INSEE
      *             (ligne A ou M) ; le reste de la ligne s'applique.
      *             Ligne a ne pas recycler, a corriger a la source.
      *        31 : passage au stade 'C' bloque : une piece
      *             obligatoire (TLMTDO) manque ou est expiree dans
      *             l'index documentaire TLMDOC (cf. TLMBPGM136) ; la
      *             ligne est recyclable une fois le document indexe
      *        32 : revue de grand compte invalide : participant
      *             de type hors I/C ou sans code (ligne V de type R)
      *        33 : passage du stade 'N' au stade 'Q' refuse : le
      *             jeu minimal de criteres de qualification (budget,
      *             decideur, besoin, horizon ; parametre 'QUALIF' de
      *             TLMCFG) n'est pas acquis (ligne M) ; la ligne est
      *             recyclable une fois les criteres completes
      *        34 : critere de qualification invalide : budget,
      *             decideur ou besoin hors O/N, horizon hors 1-4/N
      *             (ligne A ou M)
           05 :PROG:-REJ-COD           PIC  X(02).
      *    Libelle du motif de rejet
           05 :PROG:-REJ-MSG           PIC  X(40).
