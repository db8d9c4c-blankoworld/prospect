               88 :PROG:-PIL-CMD-MUT          VALUE 'U'.
      *        Note de prospect (code N), cf. :PROG:-PIL-NOT
               88 :PROG:-PIL-CMD-NOT          VALUE 'N'.
      *        Role d'un contact dans une affaire (code R), cf.
      *        :PROG:-PIL-ROL
               88 :PROG:-PIL-CMD-ROL          VALUE 'R'.
      *        Devis d'affaire (code Q), cf. :PROG:-PIL-DEV
               88 :PROG:-PIL-CMD-DEV          VALUE 'Q'.
      *        Rendez-vous de commercial (code P), cf. :PROG:-PIL-RDV
               88 :PROG:-PIL-CMD-RDV          VALUE 'P'.
      *        Parc installe de la concurrence chez un prospect (code
      *        I), cf. :PROG:-PIL-PAR
               88 :PROG:-PIL-CMD-PAR          VALUE 'I'.
      *        Mise en attente d'un prospect ou d'un contact (code
      *        W), cf. :PROG:-PIL-ATT
               88 :PROG:-PIL-CMD-ATT          VALUE 'W'.
      *        Enregistrement d'entete de fichier, portant la version
      *        de format (code H), cf. :PROG:-PIL-ENT. Un fichier
      *        sans entete est repute au format precedent ('01') :
      *        Carateres de pilotage valides
               88 :PROG:-PIL-CMD-VALIDE       VALUE 'A','M','S','V',
                                                    'C','D','O','U',
                                                    'N','R','Q','P',
                                                    'I','W'.
      *    Enregistrement d'un prospect
           05 :PROG:-PIL-PRO.
      *      Identifiant
      *      absent) ; espace = origine inconnue. Jamais reecrit sur
      *      un prospect deja en base.
             10 :PROG:-PIL-PRO-SOURCE  PIC  X(03).
      *      Identifiant du client parrain (prospect actif au stade
      *      'C') qui a recommande le prospect, estampille par
      *      TLMBPGM3 a la creation seulement, comme la source ;
      *      espace = prospect non parraine
             10 :PROG:-PIL-PRO-PARRAIN PIC  X(06).
      *      Code d'activite NAF de l'etablissement, niveau sous-
      *      classe (cf. TLMPRO-NAF, referentiel TLMNAF), et tranche
      *      d'effectif INSEE (cf. TLMPRO-TRANCHE), portes sur les
      *      lignes A et M ; espace = inchange. Un code inconnu
      *      n'empeche pas le reste de la ligne (rejet non bloquant)
             10 :PROG:-PIL-PRO-NAF     PIC  X(05).
             10 :PROG:-PIL-PRO-TRANCHE PIC  X(02).
      *      Criteres de qualification (cf. TLMPRO-QBUDGET et
      *      suivants), portes sur les lignes A et M ; espace =
      *      inchange. Budget identifie, decideur identifie, besoin
      *      confirme : 'O' acquis, 'N' non acquis ; horizon d'achat :
      *      '1' moins de 3 mois, '2' 3 a 6 mois, '3' 6 a 12 mois,
      *      '4' au-dela, 'N' aucun. Sur une ligne M, ils sont poses
      *      avant le stade : un passage 'N' -> 'Q' peut ainsi porter
      *      ses propres criteres (cf. TLMPPRO1/VRF-QUALIF)
             10 :PROG:-PIL-PRO-QBUDGET PIC  X(01).
                 88 :PROG:-PIL-PRO-QBUDGET-VALIDE   VALUE 'O','N',' '.
             10 :PROG:-PIL-PRO-QDECIDEUR PIC X(01).
                 88 :PROG:-PIL-PRO-QDECIDEUR-VALIDE VALUE 'O','N',' '.
             10 :PROG:-PIL-PRO-QBESOIN PIC  X(01).
                 88 :PROG:-PIL-PRO-QBESOIN-VALIDE   VALUE 'O','N',' '.
             10 :PROG:-PIL-PRO-QDELAI  PIC  X(01).
                 88 :PROG:-PIL-PRO-QDELAI-VALIDE    VALUE '1','2','3',
                                                          '4','N',' '.
      *      Remplissage du reste de la chaine
             10 FILLER                 PIC  X(238).
      *    Enregistrement d'un contact
           05 :PROG:-PIL-CON.
             10 :PROG:-PIL-CON-ID      PIC  X(06).
      *    courrier aupres d'un contact, charge dans la table TLMACT
      *    via la couche physique TLMPACT3. Les lignes V ne sont pas
      *    cumulees dans le trailer (qui ne porte que AJO/MAJ/SUP).
      *    Une revue de grand compte (type 'R') porte ses participants
      *    (au moins un), enregistres dans TLMRVP.
       01 :PROG:-PIL-ACT REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-ACT-CMD       PIC  X.
      *      Identifiant du contact concerne
           05 :PROG:-PIL-ACT-CON-ID    PIC  X(06).
      *      Date/heure de l'activite ; espace = date de traitement
           05 :PROG:-PIL-ACT-DTACT     PIC  X(26).
      *      Type d'activite ('A' appel, 'V' visite, 'C' courrier,
      *      'R' revue de grand compte, 'E' mel recu)
           05 :PROG:-PIL-ACT-TYPE      PIC  X(01).
      *      Commentaire court
           05 :PROG:-PIL-ACT-NOTE      PIC  X(80).
      *      'F' faux numero, 'R' rappel demande, 'X' refus) ;
      *      espace = non renseigne (courriers, flux anterieurs)
           05 :PROG:-PIL-ACT-RESULTAT  PIC  X(01).
      *      Participants d'une revue (type 'R' seulement) : type 'I'
      *      interne (code commercial TLMCOM, cadre a gauche) ou 'C'
      *      contact client (identifiant TLMCON) ; postes a espace
      *      ignores
           05 :PROG:-PIL-ACT-PAR       OCCURS 10.
             10 :PROG:-PIL-ACT-PAR-TYPE PIC X(01).
             10 :PROG:-PIL-ACT-PAR-CODE PIC X(06).
           05 FILLER                   PIC  X(616).
      *    Enregistrement de canal de communication (code C, cf.
      *    :PROG:-PIL-CMD-CAN) : declaration d'un telephone fixe,
      *    d'un mobile ou d'une adresse electronique supplementaire
           05 :PROG:-PIL-ADR-CP        PIC  X(05).
      *      Ville
           05 :PROG:-PIL-ADR-VILLE     PIC  X(35).
      *      Code pays ISO a deux lettres (espace = France ; adresse
      *      a l'etranger criblee contre les pays sous embargo)
           05 :PROG:-PIL-ADR-PAYS      PIC  X(02).
           05 FILLER                   PIC  X(711).
      *    Enregistrement d'affaire (opportunite) de prospect (code O,
      *    cf. :PROG:-PIL-CMD-AFF) : creation ou mise a jour d'une
      *    affaire en cours (montant attendu, date de cloture esperee,
      *    table TLMAFF via la couche physique TLMPAFF9. Identifiant
      *    d'affaire a espace = creation (attribution automatique),
      *    renseigne = mise a jour de l'affaire (espace = inchange
      *    pour chaque champ). Une issue renseignee (G/P/B) sur une
      *    affaire existante la cloture (fonction CLOSE de TLMPAFF9)
      *    avec le montant signe et la date de cloture reelle ; les
      *    autres champs de la ligne sont alors ignores. Comme les
      *    lignes V, C et D, les lignes O ne sont pas cumulees dans
      *    le trailer.
       01 :PROG:-PIL-AFF REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-AFF-CMD       PIC  X.
      *      Identifiant de l'affaire ; espace = creation
           05 :PROG:-PIL-AFF-LIBELLE   PIC  X(40).
      *      Ligne de produit ; espace = non precisee
           05 :PROG:-PIL-AFF-LIGNE     PIC  X(10).
      *      Montant attendu (devise de l'affaire, 9 entiers + 2
      *      decimales implicites, sans point ni signe)
           05 :PROG:-PIL-AFF-MONTANT   PIC  X(11).
      *      Date de cloture esperee (AAAAMMJJ) ; espace = inconnue
           05 :PROG:-PIL-AFF-DTCLOSE   PIC  X(08).
      *      Issue de cloture ('G' gagnee, 'P' perdue, 'B'
      *      abandonnee) ; espace = pas de cloture
           05 :PROG:-PIL-AFF-ISSUE     PIC  X(01).
               88 :PROG:-PIL-AFF-ISSUE-VALIDE VALUE 'G','P','B'.
      *      Montant reellement signe (issue 'G', meme forme que le
      *      montant attendu) ; espace = montant attendu de l'affaire
           05 :PROG:-PIL-AFF-MNTSIGNE  PIC  X(11).
      *      Date de cloture reelle (AAAAMMJJ) ; espace = date de
      *      traitement
           05 :PROG:-PIL-AFF-DTSIGN    PIC  X(08).
      *      Devise des montants (code ISO 4217) ; espace = 'EUR' en
      *      creation, inchangee en mise a jour
           05 :PROG:-PIL-AFF-DEVISE    PIC  X(03).
           05 FILLER                   PIC  X(696).
      *    Enregistrement de mutation de contact (code U, cf. :PROG:-
      *    PIL-CMD-MUT) : une personne change de societe, son contact
      *    est repointe vers le nouveau prospect (TLMCON.PID) en
      *      Texte de la note
           05 :PROG:-PIL-NOT-NOTE      PIC  X(80).
           05 FILLER                   PIC  X(714).
      *    Enregistrement de role d'affaire (code R, cf. :PROG:-PIL-
      *    CMD-ROL) : rattache un contact du prospect porteur a une
      *    affaire avec son role dans le centre d'achat (decideur,
      *    influenceur, utilisateur, achats, bloqueur), charge dans
      *    la table TLMROL via la couche physique TLMPROL1. Un
      *    contact deja rattache change simplement de role ; le
      *    role 'X' le detache de l'affaire. Les lignes R ne sont
      *    pas cumulees dans le trailer.
       01 :PROG:-PIL-ROL REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-ROL-CMD       PIC  X.
      *      Identifiant de l'affaire
           05 :PROG:-PIL-ROL-AFF-ID    PIC  X(06).
      *      Identifiant du contact
           05 :PROG:-PIL-ROL-CON-ID    PIC  X(06).
      *      Role ('D' decideur, 'I' influenceur, 'U' utilisateur,
      *      'A' achats, 'B' bloqueur ; 'X' = detacher le contact)
           05 :PROG:-PIL-ROL-ROLE      PIC  X(01).
               88 :PROG:-PIL-ROL-ROLE-VALIDE  VALUE 'D','I','U','A',
                                                    'B','X'.
               88 :PROG:-PIL-ROL-DETACHE      VALUE 'X'.
           05 FILLER                   PIC  X(787).
      *    Enregistrement de devis d'affaire (code Q, cf. :PROG:-PIL-
      *    CMD-DEV). Numero de devis a espace = creation d'un devis
      *    envoye au contact, sur une affaire en cours du prospect
      *    du contact, avec ses lignes (table TLMDEV/TLMDEVL via la
      *    couche physique TLMPDEV1, qui numerote le devis et calcule
      *    les montants). Numero de devis renseigne = reponse du
      *    client : statut 'A' (accepte, l'affaire est alors
      *    cloturee gagnee au montant du devis) ou 'R' (refuse) ;
      *    les autres champs sont alors ignores. Les lignes Q ne
      *    sont pas cumulees dans le trailer.
       01 :PROG:-PIL-DEV REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-DEV-CMD       PIC  X.
      *      Numero du devis ; espace = creation
           05 :PROG:-PIL-DEV-ID        PIC  X(06).
      *      Identifiant de l'affaire (creation)
           05 :PROG:-PIL-DEV-AFF-ID    PIC  X(06).
      *      Identifiant du contact destinataire (creation)
           05 :PROG:-PIL-DEV-CON-ID    PIC  X(06).
      *      Date limite de validite AAAAMMJJ (creation)
           05 :PROG:-PIL-DEV-DTVALID   PIC  X(08).
      *      Reponse du client sur un devis existant ('A' accepte,
      *      'R' refuse) ; espace en creation
           05 :PROG:-PIL-DEV-STATUT    PIC  X(01).
               88 :PROG:-PIL-DEV-STATUT-VALIDE VALUE 'A','R'.
      *      Lignes du devis (creation), inutilisees a espace
           05 :PROG:-PIL-DEV-LIG       OCCURS 10.
      *        Ligne de produit (code TLMLIG)
             10 :PROG:-PIL-DEV-LIGNE   PIC  X(10).
      *        Quantite (7 chiffres)
             10 :PROG:-PIL-DEV-QTE     PIC  X(07).
      *        Prix unitaire (euros, 9 entiers + 2 decimales
      *        implicites, sans point ni signe)
             10 :PROG:-PIL-DEV-PRIXU   PIC  X(11).
      *        Remise en % (2 entiers + 2 decimales implicites) ;
      *        espace = pas de remise
             10 :PROG:-PIL-DEV-REMISE  PIC  X(04).
           05 FILLER                   PIC  X(453).
      *    Enregistrement de rendez-vous de commercial (code P, cf.
      *    :PROG:-PIL-CMD-RDV). Numero de rendez-vous a espace =
      *    prise d'un rendez-vous planifie chez un prospect, avec ou
      *    sans contact designe, charge dans la table TLMRDV via la
      *    couche physique TLMPRDV1 (qui numerote le rendez-vous et
      *    refuse un creneau qui chevauche un autre rendez-vous du
      *    commercial, un jour ferie TLMJOF, un week-end ou une
      *    absence TLMDEL). Commercial a espace = charge de compte
      *    du prospect. Numero renseigne = suite donnee : statut 'R'
      *    (realise) ou 'A' (annule) ; les autres champs sont alors
      *    ignores. Les lignes P ne sont pas cumulees dans le
      *    trailer.
       01 :PROG:-PIL-RDV REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-RDV-CMD       PIC  X.
      *      Numero du rendez-vous ; espace = prise de rendez-vous
           05 :PROG:-PIL-RDV-ID        PIC  X(06).
      *      Identifiant du prospect visite
           05 :PROG:-PIL-RDV-PRO-ID    PIC  X(06).
      *      Identifiant du contact rencontre, espace si non designe
           05 :PROG:-PIL-RDV-CON-ID    PIC  X(06).
      *      Commercial (cf. TLMCOM) ; espace = charge de compte du
      *      prospect
           05 :PROG:-PIL-RDV-COMMERCIAL PIC X(04).
      *      Date du rendez-vous AAAAMMJJ
           05 :PROG:-PIL-RDV-DTRDV     PIC  X(08).
      *      Creneau : heure de debut et heure de fin HHMM
           05 :PROG:-PIL-RDV-HDEBUT    PIC  X(04).
           05 :PROG:-PIL-RDV-HFIN      PIC  X(04).
      *      Lieu du rendez-vous (espace = locaux du prospect)
           05 :PROG:-PIL-RDV-LIEU      PIC  X(40).
      *      Suite donnee a un rendez-vous existant ('R' realise,
      *      'A' annule) ; espace en prise de rendez-vous
           05 :PROG:-PIL-RDV-STATUT    PIC  X(01).
               88 :PROG:-PIL-RDV-STATUT-VALIDE VALUE 'A','R'.
           05 FILLER                   PIC  X(721).
      *    Enregistrement de parc installe de la concurrence (code
      *    I, cf. :PROG:-PIL-CMD-PAR) : concurrent en place chez le
      *    prospect sur une ligne de produit (code TLMLIG) et date de
      *    fin de son contrat, charge dans la table TLMPAR via la
      *    couche physique TLMPPAR1 (une seule ligne par prospect et
      *    par ligne de produit, la derniere declaration remplace la
      *    precedente). Concurrent a espace = plus de concurrent en
      *    place sur cette ligne (contrat repris ou abandonne), la
      *    declaration est retiree. Les lignes I ne sont pas cumulees
      *    dans le trailer.
       01 :PROG:-PIL-PAR REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-PAR-CMD       PIC  X.
      *      Identifiant du prospect
           05 :PROG:-PIL-PAR-PRO-ID    PIC  X(06).
      *      Ligne de produit concernee (code TLMLIG)
           05 :PROG:-PIL-PAR-LIGNE     PIC  X(10).
      *      Concurrent en place ; espace = retrait de la declaration
           05 :PROG:-PIL-PAR-CONCURRENT PIC X(30).
      *      Date de fin du contrat en place AAAAMMJJ ; espace =
      *      inconnue
           05 :PROG:-PIL-PAR-DTFIN     PIC  X(08).
           05 FILLER                   PIC  X(746).
      *    Enregistrement de mise en attente (code W, cf. :PROG:-
      *    PIL-CMD-ATT) : "ne pas solliciter avant le", pose sur un
      *    prospect (et par la meme sur tous ses contacts) ou sur un
      *    seul contact, via les couches physiques TLMPPRO1 / TLMPCON2
      *    (fct HOLD). Jusqu'a cette date, la cible est ecartee des
      *    selections de campagne, des relances, de la liste de
      *    travail et des fichiers d'appel et de publipostage. Date a
      *    espace = levee de l'attente. Les lignes W ne sont pas
      *    cumulees dans le trailer.
       01 :PROG:-PIL-ATT REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-ATT-CMD       PIC  X.
      *      Identifiant du prospect ou du contact
           05 :PROG:-PIL-ATT-ID        PIC  X(06).
      *      Type de la cible ('P' prospect, 'C' contact)
           05 :PROG:-PIL-ATT-TYPE      PIC  X(01).
               88 :PROG:-PIL-ATT-TYPE-PRO     VALUE 'P'.
               88 :PROG:-PIL-ATT-TYPE-CON     VALUE 'C'.
               88 :PROG:-PIL-ATT-TYPE-VALIDE  VALUE 'P','C'.
      *      Date AAAAMMJJ de reprise des sollicitations (premier
      *      jour ou la cible peut de nouveau etre contactee) ;
      *      espace = levee de l'attente
           05 :PROG:-PIL-ATT-DATE      PIC  X(08).
      *      Motif de la mise en attente (ex. 'Rappeler apres
      *      budget septembre')
           05 :PROG:-PIL-ATT-MOTIF     PIC  X(30).
           05 FILLER                   PIC  X(755).
      *    Enregistrement d'entete de fichier (code H, cf. :PROG:-
      *    PIL-CMD-ENTETE), en premiere position quand il est
      *    present : indicateur de version du format de pilotage
      *    commande et somme de controle simple sur les lignes.
      *    Convention de la somme de controle, a implanter a
      *    l'identique cote emetteur : pour chaque ligne de detail
      *    (code A/M/S/V/C/D/O/U/N/R/Q/P/I/W), ajouter 1, plus la
      *    valeur numerique des positions 2 a 7 de la ligne quand
      *    elles sont toutes chiffres (0 sinon) ; le tout modulo
      *    1 000 000 000.
      *    Absent = fichier non scelle (flux interne), aucun controle.
       01 :PROG:-PIL-SCE REDEFINES :PROG:-PIL.
           05 :PROG:-PIL-SCE-CMD       PIC  X.
           05 :PROG:-PIL-SCE-NBR-O     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-U     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-N     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-R     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-Q     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-P     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-I     PIC  9(07).
           05 :PROG:-PIL-SCE-NBR-W     PIC  9(07).
      *      Total des lignes de detail
           05 :PROG:-PIL-SCE-NBR-TOT   PIC  9(07).
      *      Somme de controle (cf. convention ci-dessus)
           05 :PROG:-PIL-SCE-CHECKSUM  PIC  9(09).
           05 FILLER                   PIC  X(686).
      *    Enregistrement de controle (trailer), un par fichier, ecrit
      *    apres le dernier enregistrement de detail (cf. :PROG:-PIL-
      *    CMD-FIN). Porte les totaux AJO/MAJ/SUP ecrits par TLMBPGM2,
