      *    PUIS APPLIQUE LA MISE A JOUR (PF5) VIA LES FONCTIONS UPDATE
      *    DES COUCHES PHYSIQUES EXISTANTES TLMPPRO1 / TLMPCON2 : LA
      *    CAPTURE D'IMAGE AVANT DANS TLMPROH / TLMCONH EST DONC LA
      *    MEME QUE POUR LE CIRCUIT BATCH (TLMBPGM3). LE PARC INSTALLE
      *    DE LA CONCURRENCE CHEZ LE PROSPECT (TLMPAR) EST AFFICHE PAR
      *    SON ECHEANCE LA PLUS PROCHE, ET DECLARE OU RETIRE PAR PF10
      *    (TLMPPAR1), COMME LE FAIT LA LIGNE DE PILOTAGE I. LA MISE
      *    EN ATTENTE ("NE PAS SOLLICITER AVANT LE") DU PROSPECT OU DU
      *    CONTACT AFFICHE EST POSEE OU LEVEE PAR PF11 (FONCTION HOLD
      *    DES COUCHES PHYSIQUES), COMME LE FAIT LA LIGNE DE PILOTAGE W.
      *    PF4 CREE UN PROSPECT (TYPE P, IDENTIFIANT A BLANC, ATTRIBUE
      *    PAR TLMPPRO1) : LES PROSPECTS ACTIFS DE MEME SIRET, DE MEME
      *    NOM NORMALISE DANS LE MEME CODE POSTAL OU PORTANT UN CONTACT
      *    DU TELEPHONE SAISI (TLMPPRO1 DUPCHK) SONT D'ABORD PRESENTES
      *    (MAPSET TLMM000C) : L'OPERATEUR REPREND L'UN D'EUX OU
      *    CONFIRME LA CREATION PAR UN NOUVEAU PF4. CHAQUE CREATION
      *    FORCEE EST JOURNALISEE DANS LE JOURNAL DES ARBITRAGES
      *    TLMDBJ (DECISION 'C', VIA TLMPDBJ1), REVU CHAQUE SEMAINE
      *    PAR LA SUPERVISION (TLMBPGM86). LES CHANGEMENTS SENSIBLES
      *    (SIRET, CHARGE DE COMPTE, PASSAGE AU STADE 'C', LEVEE DE
      *    L'OPPOSITION D'UN CONTACT) NE SONT PAS APPLIQUES PAR PF5 :
      *    ILS SONT DEPOSES EN ATTENTE DANS TLMVAL (TLMPVAL1) ET
      *    APPLIQUES APRES VALIDATION PAR UN SUPERVISEUR A L'ECRAN
      *    TLMC (TLMLONLC) ; LE RESTE DE LA FICHE EST MIS A JOUR.
      *    LES CRITERES DE QUALIFICATION DU PROSPECT (BUDGET, DECIDEUR,
      *    BESOIN, HORIZON D'ACHAT) SONT AFFICHES ET MIS A JOUR PAR PF5
      *    (FONCTION QUALIF DE TLMPPRO1), AVANT LE STADE : UN PASSAGE
      *    DE 'N' A 'Q' EXIGE LE JEU MINIMAL DE CRITERES ACQUIS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONL2.
      *    couple saisi est verifie avant la MAJ, la ville du
      *    referentiel est proposee en cas d'ecart
           COPY TLMCCPV1 REPLACING ==:PROG:== BY ==PGM7==.
      *    Provenance des valeurs (TLMPRV via TLMPPRV1) : une fiche
      *    corrigee a l'ecran est posee par l'emetteur 'TLM2', que la
      *    matrice de priorite TLMPRI protege des flux de pilotage
           COPY TLMCPRV1 REPLACING ==:PROG:== BY ==PGM8==.
      *    Parc installe de la concurrence (TLMPAR via TLMPPAR1) :
      *    affichage de l'echeance la plus proche, saisie PF10
           COPY TLMCPAR1 REPLACING ==:PROG:== BY ==PGM6==.
      *    Journal des arbitrages doublons (TLMDBJ via TLMPDBJ1) :
      *    creation forcee malgre un doublon possible
           COPY TLMCDBJ1 REPLACING ==:PROG:== BY ==PGM3==.
      *    Changements sensibles en attente de validation (TLMVAL via
      *    TLMPVAL1), decides a l'ecran TLMC
           COPY TLMCVAL1 REPLACING ==:PROG:== BY ==PGM9==.
       77 w-prv-champ             PIC  X(03).
      *    Le couple CP/ville saisi est-il a corriger ? (cf.
      *    VRF-CP-VILLE-REF)
       77 w-cpv                   PIC  9.
           88 w-batch-absent           VALUE 0.
      *    Map symbolique de l'ecran de maintenance
           COPY TLMM0002.
      *    Map symbolique des doublons possibles avant creation
           COPY TLMM000C.
      *    Doublons possibles (cf. CHERCHE-DOUBLONS) : indice de
      *    parcours, rang du prospect deja releve, code retour de la
      *    recherche, selections et lignes de l'ecran TLMM000C
       77 w-idx                   PIC  9(02) COMP-3.
       77 w-cand-pos              PIC  9(02) COMP-3.
       77 w-dup-rc                PIC  X(02).
       01 w-sels.
           05 w-sel OCCURS 8 TIMES PIC X(01).
       01 w-cand-lignes.
           05 w-cand-ligne OCCURS 8 TIMES PIC X(75).
       01 w-lig-cand.
           05 w-lig-cand-id           PIC  X(06).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cand-nom          PIC  X(35).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cand-cp           PIC  X(05).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cand-ville        PIC  X(20).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-cand-crit         PIC  X(03).
      *    Message de l'ecran des doublons, identifiant attribue a la
      *    creation, anomalie d'ecriture du journal
       77 w-msg-dbl               PIC  X(77).
       77 w-nouv-id               PIC  X(06).
       01 w-jrn                   PIC  9.
           88 w-jrn-ok                    VALUE 1.
           88 w-jrn-ko                    VALUE 0.
      *    Type ('P' prospect / 'C' contact) et identifiant saisis
       77 w-type-saisi            PIC  X(01).
      *    Changements sensibles retenus a la MAJ (cf. MAJ-PROSPECT-
      *    CONFORME, MAJ-CONTACT) : valeurs en base avant la MAJ,
      *    demandes a deposer, demandes deposees, premier refus
       77 w-av-siret              PIC  X(14).
       77 w-av-commercial         PIC  X(04).
       77 w-av-stade              PIC  X(01).
      *    Criteres de qualification en base avant la MAJ, verdict de
      *    la saisie et criteres effectivement reecrits (cf.
      *    MAJ-QUALIF-ECRAN)
       77 w-av-qbudget            PIC  X(01).
       77 w-av-qdecideur          PIC  X(01).
       77 w-av-qbesoin            PIC  X(01).
       77 w-av-qdelai             PIC  X(01).
       77 w-qua-ok                PIC  X(01).
           88 w-qua-ok-oui                VALUE 'O'.
           88 w-qua-ok-non                VALUE 'N'.
       77 w-qua-pose              PIC  X(01).
           88 w-qua-pose-oui              VALUE 'O'.
           88 w-qua-pose-non              VALUE 'N'.
       77 w-att-type              PIC  X(01).
       77 w-att-nbr               PIC  9(01) COMP-3.
       77 w-att-dep               PIC  9(01) COMP-3.
       77 w-att-idx               PIC  9(01) COMP-3.
       77 w-att-aff               PIC  9(01).
       77 w-att-msg               PIC  X(40).
       01 w-atts.
           05 w-att OCCURS 3 TIMES.
               10 w-att-champ         PIC  X(03).
               10 w-att-avant         PIC  X(14).
               10 w-att-apres         PIC  X(14).
               10 w-att-motif         PIC  X(02).
       77 w-id-saisi              PIC  X(06).
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee, pour le controle d'acces et
       77 w-resp                  PIC S9(8) COMP.

      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles (ecran vide au premier appel) : 'D' =
      *    doublons possibles a l'ecran (TLMM000C), avec la fiche a
      *    creer telle que saisie et les prospects rapproches
       01 w-commarea.
           05 w-com-mode           PIC  X(01).
           05 w-com-cre-nom        PIC  X(35).
           05 w-com-cre-rue        PIC  X(40).
           05 w-com-cre-cp         PIC  X(05).
           05 w-com-cre-ville      PIC  X(35).
           05 w-com-cre-stade      PIC  X(01).
           05 w-com-cre-siret      PIC  X(14).
           05 w-com-cre-tel        PIC  X(10).
           05 w-com-cand-nbr       PIC  9(01).
      *        rapproches : identifiant, nom, criteres ('S' SIRET,
      *        'N' nom + code postal, 'T' telephone d'un contact)
           05 w-com-cand OCCURS 8 TIMES.
               10 w-com-cand-id    PIC  X(06).
               10 w-com-cand-nom   PIC  X(35).
               10 w-com-cand-crit  PIC  X(03).
       LINKAGE SECTION.
       01 dfhcommarea              PIC X(494).

       PROCEDURE DIVISION.
       DEBUT.
             EXEC CICS RETURN
               TRANSID('TLM2')
               COMMAREA(w-commarea)
               LENGTH(494)
             END-EXEC
           ELSE
             MOVE dfhcommarea         TO w-commarea
             IF w-com-mode = 'D' THEN
               PERFORM TRAITER-DOUBLONS
             ELSE
               PERFORM TRAITER-ECRAN
             END-IF
           END-IF
           GOBACK
           .
           IF w-resp = 0 AND w-opr-maj THEN
             MOVE 'M'                 TO w-profil
           END-IF
           IF w-resp NOT = 0 THEN
             MOVE SPACES              TO w-opr-nom
           END-IF
           .

      *****************************************************************
      *****************************************************************
       INIT-ECRAN.
           MOVE SPACES                TO TLMM0002O
           MOVE SPACES                TO w-commarea
           MOVE 0                     TO w-com-cand-nbr
           MOVE 'Saisir P ou C et un identifiant, puis ENTREE.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM0002')
               EXEC CICS RETURN
                 TRANSID('TLM2')
                 COMMAREA(w-commarea)
                 LENGTH(494)
               END-EXEC
             WHEN DFHPF4
               PERFORM CREER-PROSPECT
               PERFORM RENVOI-ECRAN
             WHEN DFHPF5
               PERFORM APPLIQUER-MAJ
               PERFORM RENVOI-ECRAN
             WHEN DFHPF9
               PERFORM AJOUTER-NOTE
               PERFORM RENVOI-ECRAN
             WHEN DFHPF10
               PERFORM MAJ-PARC
               PERFORM RENVOI-ECRAN
             WHEN DFHPF11
               PERFORM MAJ-ATTENTE
               PERFORM RENVOI-ECRAN
             WHEN OTHER
               PERFORM AFFICHER-FICHE
               PERFORM RENVOI-ECRAN
           EXEC CICS RETURN
             TRANSID('TLM2')
             COMMAREA(w-commarea)
             LENGTH(494)
           END-EXEC
           .

             MOVE SPACES               TO NOMO RUEO CPO VILLEO STADEO
                                          MOTO PRENOMO TELO MELO
                                          NOTEO FONO OPTO PRIO
                                          PLGO LNGO SRTO COMO
                                          QBUO QDEO QBEO QDLO
             MOVE pgm1-sor-lec-nom     TO NOMO
             MOVE pgm1-sor-lec-siret   TO SRTO
             MOVE pgm1-sor-lec-commercial TO COMO
             MOVE pgm1-sor-lec-rue     TO RUEO
             MOVE pgm1-sor-lec-cp      TO CPO
             MOVE pgm1-sor-lec-ville   TO VILLEO
             MOVE pgm1-sor-lec-stade   TO STADEO
             MOVE pgm1-sor-lec-dtattente TO DTAO
             MOVE pgm1-sor-lec-motattente TO MTAO
             MOVE pgm1-sor-lec-qbudget TO QBUO
             MOVE pgm1-sor-lec-qdecideur TO QDEO
             MOVE pgm1-sor-lec-qbesoin TO QBEO
             MOVE pgm1-sor-lec-qdelai  TO QDLO
             PERFORM AFFICHER-PARC
             MOVE 'Prospect affiche : corriger puis PF5.'
                                        TO MSGO
           ELSE
           END-IF
           .

      *****************************************************************
      * Parc concurrent du prospect affiche : la declaration dont le
      * contrat arrive le plus tot a echeance (premiere ligne de
      * LISTBYPRO). Rien de declare = champs a blanc.
      *****************************************************************
       AFFICHER-PARC.
           MOVE SPACES                 TO CNCO LIGO DTFO
           MOVE SPACES                 TO pgm6-ent
           MOVE w-id-saisi              TO pgm6-ent-lst-proid
           MOVE 'LISTBYPRO'            TO tlmcpil-fct
           CALL 'TLMPPAR1' USING tlmcpil pgm6
           IF tlmcpil-rc = '00' THEN
             MOVE pgm6-sor-lst-concurrent TO CNCO
             MOVE pgm6-sor-lst-ligne   TO LIGO
             MOVE pgm6-sor-lst-dtfin   TO DTFO
           END-IF
           .

       AFFICHER-CONTACT.
           PERFORM DEMANDE-CLAIR
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-id-saisi              TO pgm2-ent-lec-id
           CALL 'TLMPCON2' USING tlmcpil pgm2
             MOVE SPACES               TO NOMO RUEO CPO VILLEO STADEO
                                          MOTO PRENOMO TELO MELO
                                          NOTEO FONO OPTO PRIO
                                          PLGO LNGO CNCO LIGO DTFO
                                          DTAO MTAO SRTO COMO
                                          QBUO QDEO QBEO QDLO
             MOVE pgm2-sor-lec-nom     TO NOMO
             MOVE pgm2-sor-lec-prenom  TO PRENOMO
             MOVE pgm2-sor-lec-tel     TO TELO
             MOVE pgm2-sor-lec-princ   TO PRIO
             MOVE pgm2-sor-lec-plage   TO PLGO
             MOVE pgm2-sor-lec-langue  TO LNGO
             MOVE pgm2-sor-lec-dtattente TO DTAO
             MOVE pgm2-sor-lec-motattente TO MTAO
             MOVE 'Contact affiche : corriger puis PF5.'
                                        TO MSGO
           ELSE
           END-IF
           .

      *****************************************************************
      * MAJ du prospect conforme au referentiel postal. La fiche est
      * relue d'abord : un SIRET different de celui en base, un autre
      * charge de compte ou un passage au stade 'C' ne sont pas
      * appliques mais deposes en attente de validation (TLMPVAL1
      * ADD) une fois le reste de la fiche mis a jour ; l'ecran
      * reaffiche alors les valeurs en base.
      *****************************************************************
       MAJ-PROSPECT-CONFORME.
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-id-saisi              TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc NOT = '00' THEN
             MOVE 'Aucun prospect actif pour cet identifiant.'
                                        TO MSGO
           ELSE
             PERFORM MAJ-PROSPECT-RELU
           END-IF
           .

       MAJ-PROSPECT-RELU.
           MOVE pgm1-sor-lec-siret     TO w-av-siret
           MOVE pgm1-sor-lec-commercial TO w-av-commercial
           MOVE pgm1-sor-lec-stade     TO w-av-stade
           MOVE pgm1-sor-lec-qbudget   TO w-av-qbudget
           MOVE pgm1-sor-lec-qdecideur TO w-av-qdecideur
           MOVE pgm1-sor-lec-qbesoin   TO w-av-qbesoin
           MOVE pgm1-sor-lec-qdelai    TO w-av-qdelai
      *    criteres de qualification poses AVANT le stade : le
      *    controle du passage 'N' -> 'Q' porte sur les criteres en
      *    base
           PERFORM MAJ-QUALIF-ECRAN
           IF w-qua-ok-oui THEN
             PERFORM MAJ-PROSPECT-FICHE
           END-IF
           .

      *****************************************************************
      * MAJ-QUALIF-ECRAN : criteres de qualification saisis (champ
      * non transmis = blanc, minuscules admises), controles puis,
      * s'ils different des valeurs en base, reecrits tous les quatre
      * (TLMPPRO1 QUALIF en mode remplacement : un critere efface a
      * l'ecran redevient non renseigne).
      *****************************************************************
       MAJ-QUALIF-ECRAN.
           SET w-qua-ok-oui            TO TRUE
           SET w-qua-pose-non          TO TRUE
           INSPECT QBUI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QDEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QBEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QDLI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT QBUI CONVERTING 'on' TO 'ON'
           INSPECT QDEI CONVERTING 'on' TO 'ON'
           INSPECT QBEI CONVERTING 'on' TO 'ON'
           INSPECT QDLI CONVERTING 'n' TO 'N'
           EVALUATE TRUE
             WHEN (QBUI NOT = SPACE AND QBUI NOT = 'O'
                   AND QBUI NOT = 'N')
               OR (QDEI NOT = SPACE AND QDEI NOT = 'O'
                   AND QDEI NOT = 'N')
               OR (QBEI NOT = SPACE AND QBEI NOT = 'O'
                   AND QBEI NOT = 'N')
               OR (QDLI NOT = SPACE AND QDLI NOT = 'N'
                   AND (QDLI < '1' OR QDLI > '4'))
               SET w-qua-ok-non        TO TRUE
               MOVE 'Qualification : B/D/N = O ou N, H = 1 a 4 ou N.'
                                        TO MSGO
             WHEN QBUI = w-av-qbudget AND QDEI = w-av-qdecideur
                  AND QBEI = w-av-qbesoin AND QDLI = w-av-qdelai
               CONTINUE
             WHEN OTHER
               MOVE SPACES             TO pgm1-ent
               MOVE w-id-saisi          TO pgm1-ent-qua-id
               SET pgm1-ent-qua-remplace TO TRUE
               MOVE QBUI               TO pgm1-ent-qua-budget
               MOVE QDEI               TO pgm1-ent-qua-decideur
               MOVE QBEI               TO pgm1-ent-qua-besoin
               MOVE QDLI               TO pgm1-ent-qua-delai
               MOVE 'QUALIF'           TO tlmcpil-fct
               CALL 'TLMPPRO1' USING tlmcpil pgm1
               IF tlmcpil-rc = '00' THEN
                 SET w-qua-pose-oui    TO TRUE
               ELSE
                 SET w-qua-ok-non      TO TRUE
                 MOVE tlmcpil-msg      TO MSGO
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * MAJ-PROSPECT-FICHE : mise a jour de la fiche (UPDATE), les
      * changements sensibles etant retenus pour validation. Un refus
      * de la couche physique annule aussi les criteres de
      * qualification deja reecrits (SYNCPOINT ROLLBACK) : la fiche
      * est appliquee en entier ou pas du tout.
      *****************************************************************
       MAJ-PROSPECT-FICHE.
           MOVE 0                      TO w-att-nbr
           MOVE SPACES                 TO w-atts
           MOVE 'UPDATE'               TO tlmcpil-fct
      *    zone d'entree entierement blanchie d'abord : les champs
      *    non servis valent "inchange" pour la couche physique, et
      *    la working-storage d'une tache CICS ne demarre pas
      *    forcement a espace
           MOVE SPACES                 TO pgm1-ent
           MOVE w-id-saisi              TO pgm1-ent-maj-id
           MOVE NOMI                   TO pgm1-ent-maj-nom
           MOVE RUEI                   TO pgm1-ent-maj-rue
           MOVE CPI                    TO pgm1-ent-maj-cp
           MOVE VILLEI                 TO pgm1-ent-maj-ville
      *    motif de gain/perte saisi (facultatif, cf. TLMMOT) :
      *    estampille sur le cliche d'audit par la couche physique,
      *    puis remis a espace aussitot (il ne concerne que cette
      *    mise a jour)
           MOVE MOTI                   TO tlmcpil-motif
      *    passage au stade 'C' (declenche la facturation) : retenu,
      *    avec son motif ; le stade reste inchange
           IF STADEI = 'C' AND w-av-stade NOT = 'C' THEN
             ADD 1                     TO w-att-nbr
             MOVE 'STD'                TO w-att-champ (w-att-nbr)
             MOVE w-av-stade           TO w-att-avant (w-att-nbr)
             MOVE STADEI               TO w-att-apres (w-att-nbr)
             MOVE MOTI                 TO w-att-motif (w-att-nbr)
             MOVE SPACES               TO tlmcpil-motif
           ELSE
             MOVE STADEI               TO pgm1-ent-maj-stade
           END-IF
      *    SIRET a blanc = inchange pour la couche physique ; un
      *    autre numero que celui en base est retenu
           IF SRTI NOT = SPACES AND SRTI NOT = w-av-siret THEN
             ADD 1                     TO w-att-nbr
             MOVE 'SRT'                TO w-att-champ (w-att-nbr)
             MOVE w-av-siret           TO w-att-avant (w-att-nbr)
             MOVE SRTI                 TO w-att-apres (w-att-nbr)
           END-IF
      *    charge de compte : meme principe que le SIRET
           IF COMI NOT = SPACES AND COMI NOT = LOW-VALUES
              AND COMI NOT = w-av-commercial THEN
             ADD 1                     TO w-att-nbr
             MOVE 'COM'                TO w-att-champ (w-att-nbr)
             MOVE w-av-commercial      TO w-att-avant (w-att-nbr)
             MOVE COMI                 TO w-att-apres (w-att-nbr)
           END-IF
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           MOVE SPACES                 TO tlmcpil-motif
           IF tlmcpil-rc = '00' THEN
             MOVE 'Prospect mis a jour.'
                                        TO MSGO
             MOVE 'NOM'                TO w-prv-champ
             PERFORM NOTE-PROVENANCE
             MOVE 'ADR'                TO w-prv-champ
             PERFORM NOTE-PROVENANCE
             IF SRTI NOT = SPACES AND SRTI = w-av-siret THEN
               MOVE 'SRT'              TO w-prv-champ
               PERFORM NOTE-PROVENANCE
             END-IF
             IF w-att-nbr > 0 THEN
               MOVE 'P'                TO w-att-type
               PERFORM DEPOSE-DEMANDES
               MOVE w-av-siret         TO SRTO
               MOVE w-av-commercial    TO COMO
               MOVE w-av-stade         TO STADEO
             END-IF
           ELSE
             MOVE tlmcpil-msg          TO MSGO
             IF w-qua-pose-oui THEN
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
             END-IF
           END-IF
           .

      *****************************************************************
      * Telephones et adresses electroniques en clair (jetonnes au
      * repos, cf. TLMTOK) pour un operateur dont le profil TLMOPR le
      * permet ; jetons affiches sinon, et reecrits tels quels par
      * MAJ-CONTACT s'ils ne sont pas ressaisis. La couche physique
      * verifie en outre l'habilitation de la transaction (TLMCFG,
      * 'CLAIR') sur l'origine positionnee ici.
      *****************************************************************
       DEMANDE-CLAIR.
           PERFORM LIT-PROFIL
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM2'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           MOVE 'N'                    TO tlmcpil-clair
           IF w-resp = 0 AND w-opr-clair-oui THEN
             SET tlmcpil-clair-oui     TO TRUE
           END-IF
           .

             ELSE
               MOVE OPTI               TO pgm2-ent-maj-optout
             END-IF
      *      levee de l'opposition : retenue pour validation,
      *      l'opposition reste en place
             MOVE 0                    TO w-att-nbr
             MOVE SPACES               TO w-atts
             IF pgm2-sor-lec-optout = 'O'
                AND pgm2-ent-maj-optout = 'N' THEN
               MOVE 1                  TO w-att-nbr
               MOVE 'OPT'              TO w-att-champ (1)
               MOVE 'O'                TO w-att-avant (1)
               MOVE 'N'                TO w-att-apres (1)
               MOVE 'O'                TO pgm2-ent-maj-optout
             END-IF
             IF PRII = SPACE THEN
               MOVE pgm2-sor-lec-princ TO pgm2-ent-maj-princ
             ELSE
               IF tlmcpil-rc = '00' THEN
                 MOVE 'Contact mis a jour.'
                                        TO MSGO
                 MOVE 'CNO'            TO w-prv-champ
                 PERFORM NOTE-PROVENANCE
                 MOVE 'TEL'            TO w-prv-champ
                 PERFORM NOTE-PROVENANCE
                 MOVE 'MEL'            TO w-prv-champ
                 PERFORM NOTE-PROVENANCE
                 IF w-att-nbr > 0 THEN
                   MOVE 'C'            TO w-att-type
                   PERFORM DEPOSE-DEMANDES
                   MOVE 'O'            TO OPTO
                 END-IF
               ELSE
                 MOVE tlmcpil-msg      TO MSGO
               END-IF
           END-IF
           .

      *****************************************************************
      * Depot des changements sensibles retenus (TLMPVAL1 ADD), au nom
      * de l'operateur signe, apres la MAJ du reste de la fiche. Une
      * demande identique deja en attente n'est pas redeposee (rc
      * '02') ; le message dit combien attendent la validation.
      *****************************************************************
       DEPOSE-DEMANDES.
           MOVE 0                      TO w-att-dep
           MOVE SPACES                 TO w-att-msg
           PERFORM DEPOSE-DEMANDE
             VARYING w-att-idx FROM 1 BY 1
             UNTIL w-att-idx > w-att-nbr
           MOVE w-att-dep              TO w-att-aff
           MOVE SPACES                 TO MSGO
           IF w-att-msg = SPACES THEN
             STRING
               'Fiche mise a jour ; '  DELIMITED SIZE
               w-att-aff               DELIMITED SIZE
               ' changement(s) a valider (TLMC).' DELIMITED SIZE
               INTO MSGO
             END-STRING
           ELSE
             STRING
               'Fiche mise a jour ; '  DELIMITED SIZE
               w-att-aff               DELIMITED SIZE
               ' a valider (TLMC) ; '  DELIMITED SIZE
               w-att-msg               DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           .

       DEPOSE-DEMANDE.
           MOVE SPACES                 TO pgm9-ent
           MOVE w-att-type             TO pgm9-ent-ajo-type
           MOVE w-id-saisi             TO pgm9-ent-ajo-fiche
           MOVE w-att-champ (w-att-idx) TO pgm9-ent-ajo-champ
           MOVE w-att-avant (w-att-idx) TO pgm9-ent-ajo-avant
           MOVE w-att-apres (w-att-idx) TO pgm9-ent-ajo-apres
           MOVE w-att-motif (w-att-idx) TO pgm9-ent-ajo-motif
           MOVE w-userid               TO pgm9-ent-ajo-demandeur
           MOVE w-opr-nom              TO pgm9-ent-ajo-nomdem
           MOVE 'ADD'                  TO tlmcpil-fct
           CALL 'TLMPVAL1' USING tlmcpil pgm9
           IF tlmcpil-rc = '00' THEN
             ADD 1                     TO w-att-dep
           ELSE
             IF w-att-msg = SPACES THEN
               MOVE tlmcpil-msg        TO w-att-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Provenance (TLMPPRV1 SET) d'un champ de la fiche que
      * l'operateur vient de valider par PF5 : il a vu et confirme
      * toute la fiche, chaque champ protege de l'ecran est donc pose
      * par 'TLM2'. Un incident d'enregistrement n'annule pas la MAJ
      * (cf. DISPLAY de la couche physique).
      *****************************************************************
       NOTE-PROVENANCE.
           MOVE SPACES                 TO pgm8-ent
           MOVE w-type-saisi           TO pgm8-ent-set-type
           MOVE w-id-saisi             TO pgm8-ent-set-id
           MOVE w-prv-champ            TO pgm8-ent-set-champ
           MOVE 'TLM2'                 TO pgm8-ent-set-emetteur
           MOVE 'SET'                  TO tlmcpil-fct
           CALL 'TLMPPRV1' USING tlmcpil pgm8
           .

      *****************************************************************
      * PF6 : mutation du contact affiche vers un autre prospect (la
      * personne a change de societe). Le contact emporte son
           END-IF
           .

      *****************************************************************
      * PF10 : declaration du concurrent en place chez le prospect
      * affiche, sur la ligne de produit saisie (champ Ligne), avec la
      * date de fin de son contrat ; concurrent a blanc = retrait de
      * la declaration de cette ligne (meme regle que la ligne de
      * pilotage I traitee par TLMBPGM3). Une ligne deja declaree est
      * remplacee.
      *****************************************************************
       MAJ-PARC.
           PERFORM VRF-SAISIE
      *    le profil est reverifie au moment d'ecrire
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : parc concurrent refuse.'
                                       TO MSGO
             WHEN w-type-saisi NOT = 'P'
               MOVE 'Le parc concurrent concerne un prospect (P).'
                                       TO MSGO
             WHEN LIGI = SPACES
               MOVE 'Saisir la ligne de produit (champ Ligne).'
                                       TO MSGO
             WHEN DTFI NOT = SPACES AND DTFI NOT NUMERIC
               MOVE 'Date de fin de contrat : AAAAMMJJ.'
                                       TO MSGO
             WHEN OTHER
               PERFORM MAJ-PARC-AUTORISEE
           END-EVALUATE
           .

       MAJ-PARC-AUTORISEE.
           MOVE ZERO                   TO tlmcpil-src
      *    l'origine stampee sur la declaration : la transaction et
      *    l'operateur signe, meme convention que l'audit
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM2'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
      *    le prospect doit etre actif
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-id-saisi              TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc NOT = '00' THEN
             MOVE 'Aucun prospect actif pour cet identifiant.'
                                        TO MSGO
           ELSE
             MOVE SPACES               TO pgm6-ent
             MOVE w-id-saisi            TO pgm6-ent-ajo-proid
             MOVE LIGI                 TO pgm6-ent-ajo-ligne
             MOVE CNCI                 TO pgm6-ent-ajo-concurrent
             MOVE DTFI                 TO pgm6-ent-ajo-dtfin
             IF CNCI = SPACES THEN
               MOVE 'DELETE'           TO tlmcpil-fct
             ELSE
               MOVE 'ADD'              TO tlmcpil-fct
             END-IF
             CALL 'TLMPPAR1' USING tlmcpil pgm6
             EVALUATE TRUE
               WHEN tlmcpil-rc = '00' AND CNCI = SPACES
                 MOVE 'Concurrent retire pour cette ligne de produit.'
                                        TO MSGO
               WHEN tlmcpil-rc = '00'
                 MOVE 'Parc concurrent enregistre.'
                                        TO MSGO
               WHEN tlmcpil-rc = '10'
                 MOVE 'Aucun concurrent declare sur cette ligne.'
                                        TO MSGO
               WHEN tlmcpil-rc = '06'
                 MOVE 'Ligne de produit inconnue du referentiel.'
                                        TO MSGO
               WHEN tlmcpil-rc = '05'
                 MOVE 'Date de fin de contrat invalide (AAAAMMJJ).'
                                        TO MSGO
               WHEN OTHER
                 MOVE tlmcpil-msg      TO MSGO
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * PF11 : mise en attente du prospect (et par la meme de tous ses
      * contacts) ou du contact affiche, jusqu'a la date de reprise
      * saisie (champ Attente jusqu'au), avec son motif ; date a
      * blanc = levee de l'attente (meme regle que la ligne de
      * pilotage W traitee par TLMBPGM3).
      *****************************************************************
       MAJ-ATTENTE.
           PERFORM VRF-SAISIE
      *    le profil est reverifie au moment d'ecrire
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : mise en attente refusee.'
                                       TO MSGO
             WHEN w-type-saisi = SPACE
               CONTINUE
             WHEN DTAI NOT = SPACES AND DTAI NOT NUMERIC
               MOVE 'Date de reprise des sollicitations : AAAAMMJJ.'
                                       TO MSGO
             WHEN OTHER
               PERFORM MAJ-ATTENTE-AUTORISEE
           END-EVALUATE
           .

       MAJ-ATTENTE-AUTORISEE.
           MOVE ZERO                   TO tlmcpil-src
           MOVE 'HOLD'                 TO tlmcpil-fct
           EVALUATE w-type-saisi
             WHEN 'P'
               MOVE SPACES             TO pgm1-ent
               MOVE w-id-saisi          TO pgm1-ent-att-id
               MOVE DTAI               TO pgm1-ent-att-date
               MOVE MTAI               TO pgm1-ent-att-motif
               CALL 'TLMPPRO1' USING tlmcpil pgm1
             WHEN 'C'
               MOVE SPACES             TO pgm2-ent
               MOVE w-id-saisi          TO pgm2-ent-att-id
               MOVE DTAI               TO pgm2-ent-att-date
               MOVE MTAI               TO pgm2-ent-att-motif
               CALL 'TLMPCON2' USING tlmcpil pgm2
           END-EVALUATE
           EVALUATE TRUE
             WHEN tlmcpil-rc = '00' AND DTAI = SPACES
               MOVE SPACES             TO MTAO
               MOVE 'Attente levee : sollicitations permises.'
                                        TO MSGO
             WHEN tlmcpil-rc = '00'
               MOVE 'Mise en attente enregistree.'
                                        TO MSGO
             WHEN tlmcpil-rc = '10'
               MOVE 'Aucune fiche active pour cet identifiant.'
                                        TO MSGO
             WHEN OTHER
               MOVE tlmcpil-msg        TO MSGO
           END-EVALUATE
           .

      *****************************************************************
      * PF4 : creation d'un prospect depuis les champs de l'ecran
      * (type P, identifiant a blanc : il est attribue par TLMPPRO1).
      * Les doublons possibles sont cherches avant toute insertion ;
      * s'il y en a, ils sont presentes (TLMM000C) et rien n'est cree
      * tant que l'operateur n'a pas confirme.
      *****************************************************************
       CREER-PROSPECT.
      *    le profil est reverifie au moment d'ecrire
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               CONTINUE
             WHEN w-profil NOT = 'M'
               MOVE 'Profil consultation : creation refusee.'
                                       TO MSGO
             WHEN TYPEI NOT = 'P'
               MOVE 'La creation ne concerne qu''un prospect (P).'
                                       TO MSGO
             WHEN IDI NOT = SPACES
               MOVE 'Creation : identifiant a blanc (il est attribue).'
                                       TO MSGO
             WHEN NOMI = SPACES
               MOVE 'Saisir le nom du prospect a creer.'
                                       TO MSGO
      *      le stade 'C' ne s'obtient que par un passage valide
      *      (cf. MAJ-PROSPECT-CONFORME)
             WHEN STADEI = 'C'
               MOVE 'Creation au stade C refusee : creer puis passer.'
                                       TO MSGO
             WHEN OTHER
               PERFORM CREER-PROSPECT-AUTORISE
           END-EVALUATE
           .

      *****************************************************************
      * La fiche saisie est conservee dans la zone de communication
      * (elle doit survivre a l'ecran des doublons). Le telephone
      * saisi (champ Tel) ne sert qu'a la recherche : il n'a pas de
      * place sur la fiche prospect.
      *****************************************************************
       CREER-PROSPECT-AUTORISE.
           MOVE NOMI                   TO w-com-cre-nom
           MOVE RUEI                   TO w-com-cre-rue
           MOVE CPI                    TO w-com-cre-cp
           MOVE VILLEI                 TO w-com-cre-ville
           MOVE STADEI                 TO w-com-cre-stade
           MOVE SRTI                   TO w-com-cre-siret
           MOVE TELI                   TO w-com-cre-tel
           PERFORM CHERCHE-DOUBLONS
           EVALUATE TRUE
             WHEN w-dup-rc NOT = '10'
               MOVE 'Recherche des doublons en anomalie : reessayer.'
                                        TO MSGO
             WHEN w-com-cand-nbr = 0
               PERFORM AJOUTER-PROSPECT
             WHEN OTHER
               MOVE 'Doublon(s) possible(s) : S pour reprendre, PF4 pour
      -             ' creer.'           TO w-msg-dbl
               PERFORM AFFICHER-DOUBLONS
           END-EVALUATE
           .

      *****************************************************************
      * Recherche des doublons possibles (TLMPPRO1 DUPCHK/DUPNEXT) :
      * un prospect rapproche sur plusieurs criteres n'est retenu
      * qu'une fois, ses criteres cumules ; 8 prospects au plus (la
      * taille de l'ecran), la liste est lue jusqu'au bout. rc '10'
      * attendu en fin de liste, tout autre code est une anomalie.
      *****************************************************************
       CHERCHE-DOUBLONS.
           MOVE 0                      TO w-com-cand-nbr
      *    le telephone saisi est rapproche sous sa forme stockee :
      *    jeton du numero normalise, en recherche seule (TLMPCON2)
           MOVE SPACES                 TO pgm2-ent
           MOVE w-com-cre-tel          TO pgm2-ent-jet-tel
           MOVE 'O'                    TO pgm2-ent-jet-rech
           MOVE 'JETON'                TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil pgm2
           MOVE SPACES                 TO pgm1-ent
           MOVE w-com-cre-nom          TO pgm1-ent-dup-nom
           MOVE w-com-cre-cp           TO pgm1-ent-dup-cp
           MOVE w-com-cre-siret        TO pgm1-ent-dup-siret
           IF tlmcpil-rc = '00' THEN
             MOVE pgm2-sor-jet-tel     TO pgm1-ent-dup-tel
           ELSE
             MOVE w-com-cre-tel        TO pgm1-ent-dup-tel
           END-IF
           MOVE 'DUPCHK'               TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           PERFORM RANGE-DOUBLON
             UNTIL tlmcpil-rc NOT = '00'
           MOVE tlmcpil-rc             TO w-dup-rc
           .

       RANGE-DOUBLON.
           MOVE 0                      TO w-cand-pos
           PERFORM CHERCHE-CANDIDAT
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-com-cand-nbr
                OR w-cand-pos > 0
           EVALUATE TRUE
             WHEN w-cand-pos > 0
               IF w-com-cand-crit (w-cand-pos) (2 : 1) = SPACE THEN
                 MOVE pgm1-sor-dup-critere
                   TO w-com-cand-crit (w-cand-pos) (2 : 1)
               ELSE
                 MOVE pgm1-sor-dup-critere
                   TO w-com-cand-crit (w-cand-pos) (3 : 1)
               END-IF
             WHEN w-com-cand-nbr < 8
               ADD 1                   TO w-com-cand-nbr
               MOVE pgm1-sor-dup-id    TO w-com-cand-id (w-com-cand-nbr)
               MOVE pgm1-sor-dup-nom   TO
                    w-com-cand-nom (w-com-cand-nbr)
               MOVE pgm1-sor-dup-critere TO
                    w-com-cand-crit (w-com-cand-nbr)
           END-EVALUATE
           MOVE 'DUPNEXT'              TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           .

       CHERCHE-CANDIDAT.
           IF w-com-cand-id (w-idx) = pgm1-sor-dup-id THEN
             MOVE w-idx                TO w-cand-pos
           END-IF
           .

      *****************************************************************
      * Ecran des doublons possibles (TLMM000C) : la fiche a creer et
      * une ligne par prospect rapproche. La pseudo-conversation
      * reprend en mode 'D' (cf. TRAITER-DOUBLONS).
      *****************************************************************
       AFFICHER-DOUBLONS.
           MOVE SPACES                 TO TLMM000CO
           MOVE w-com-cre-nom          TO DNOMO
           MOVE w-com-cre-cp           TO DCPO
           MOVE w-com-cre-siret        TO DSRTO
           MOVE w-com-cre-tel          TO DTELO
           MOVE SPACES                 TO w-cand-lignes
           PERFORM LIGNE-DOUBLON
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-com-cand-nbr
           MOVE w-cand-ligne (1)       TO C1O
           MOVE w-cand-ligne (2)       TO C2O
           MOVE w-cand-ligne (3)       TO C3O
           MOVE w-cand-ligne (4)       TO C4O
           MOVE w-cand-ligne (5)       TO C5O
           MOVE w-cand-ligne (6)       TO C6O
           MOVE w-cand-ligne (7)       TO C7O
           MOVE w-cand-ligne (8)       TO C8O
           MOVE w-msg-dbl              TO DMSGO
           MOVE 'D'                    TO w-com-mode
           EXEC CICS SEND MAP('TLMM000C')
             MAPSET('TLMM000C')
             FROM(TLMM000CO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLM2')
             COMMAREA(w-commarea)
             LENGTH(494)
           END-EXEC
           .

       LIGNE-DOUBLON.
      *    la ville du prospect rapproche est relue pour la ligne
           MOVE 'SELECT'               TO tlmcpil-fct
           MOVE w-com-cand-id (w-idx)  TO pgm1-ent-lec-id
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           MOVE SPACES                 TO w-lig-cand-cp
                                          w-lig-cand-ville
           IF tlmcpil-rc = '00' THEN
             MOVE pgm1-sor-lec-cp      TO w-lig-cand-cp
             MOVE pgm1-sor-lec-ville   TO w-lig-cand-ville
           END-IF
           MOVE w-com-cand-id (w-idx)  TO w-lig-cand-id
           MOVE w-com-cand-nom (w-idx) TO w-lig-cand-nom
           MOVE w-com-cand-crit (w-idx) TO w-lig-cand-crit
           MOVE w-lig-cand             TO w-cand-ligne (w-idx)
           .

      *****************************************************************
      * Reponse de l'operateur sur l'ecran des doublons : PF4 confirme
      * la creation, PF3/CLEAR l'abandonnent (retour a la fiche
      * saisie), ENTREE reprend le prospect marque d'un S.
      *****************************************************************
       TRAITER-DOUBLONS.
           EXEC CICS RECEIVE MAP('TLMM000C')
             MAPSET('TLMM000C')
             INTO(TLMM000CI)
           END-EXEC
           MOVE SPACES                 TO TLMM0002O
           EVALUATE EIBAID
             WHEN DFHPF4
               PERFORM FORCER-CREATION
             WHEN DFHPF3
               PERFORM ABANDON-CREATION
             WHEN DFHCLEAR
               PERFORM ABANDON-CREATION
             WHEN OTHER
               PERFORM REPRENDRE-DOUBLON
           END-EVALUATE
           MOVE SPACE                  TO w-com-mode
           PERFORM RENVOI-ECRAN
           .

       ABANDON-CREATION.
           PERFORM RESTITUE-SAISIE
           MOVE 'Creation abandonnee.' TO MSGO
           .

      *****************************************************************
      * Fiche a creer remise dans l'ecran de maintenance, telle que
      * saisie.
      *****************************************************************
       RESTITUE-SAISIE.
           MOVE 'P'                    TO TYPEO
           MOVE w-com-cre-nom          TO NOMO
           MOVE w-com-cre-rue          TO RUEO
           MOVE w-com-cre-cp           TO CPO
           MOVE w-com-cre-ville        TO VILLEO
           MOVE w-com-cre-stade        TO STADEO
           MOVE w-com-cre-siret        TO SRTO
           MOVE w-com-cre-tel          TO TELO
           .

      *****************************************************************
      * ENTREE : le prospect marque est repris dans l'ecran de
      * maintenance a la place de la creation. Aucun marque : l'ecran
      * des doublons est represente.
      *****************************************************************
       REPRENDRE-DOUBLON.
           MOVE S1I                    TO w-sel (1)
           MOVE S2I                    TO w-sel (2)
           MOVE S3I                    TO w-sel (3)
           MOVE S4I                    TO w-sel (4)
           MOVE S5I                    TO w-sel (5)
           MOVE S6I                    TO w-sel (6)
           MOVE S7I                    TO w-sel (7)
           MOVE S8I                    TO w-sel (8)
           MOVE 0                      TO w-cand-pos
           PERFORM CHERCHE-SELECTION
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-com-cand-nbr
                OR w-cand-pos > 0
           IF w-cand-pos = 0 THEN
             MOVE 'Saisir S devant un prospect, ou PF4 pour creer.'
                                       TO w-msg-dbl
             PERFORM AFFICHER-DOUBLONS
           ELSE
             MOVE 'P'                  TO w-type-saisi
             MOVE w-com-cand-id (w-cand-pos) TO w-id-saisi
             MOVE 'P'                  TO TYPEO
             MOVE w-id-saisi           TO IDO
             PERFORM AFFICHER-PROSPECT
             MOVE 'Prospect existant repris : creation abandonnee.'
                                       TO MSGO
           END-IF
           .

       CHERCHE-SELECTION.
           IF w-sel (w-idx) NOT = SPACE
              AND w-sel (w-idx) NOT = LOW-VALUE THEN
             MOVE w-idx                TO w-cand-pos
           END-IF
           .

      *****************************************************************
      * PF4 sur l'ecran des doublons : creation confirmee malgre les
      * doublons possibles, puis une ligne au journal des arbitrages
      * par prospect ecarte. Profil et verrou batch sont reverifies.
      *****************************************************************
       FORCER-CREATION.
           PERFORM LIT-PROFIL
           PERFORM VRF-BATCH
           EVALUATE TRUE
             WHEN w-batch-en-cours
               PERFORM RESTITUE-SAISIE
             WHEN w-profil NOT = 'M'
               PERFORM RESTITUE-SAISIE
               MOVE 'Profil consultation : creation refusee.'
                                       TO MSGO
             WHEN OTHER
               PERFORM AJOUTER-PROSPECT
               IF tlmcpil-rc = '00' THEN
                 PERFORM JOURNALISE-FORCAGE
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Insertion du prospect saisi (TLMPPRO1 ADD, identifiant
      * attribue), provenance 'TLM2' des champs poses, puis affichage
      * de la fiche creee. Refus de la couche physique (CP/ville,
      * SIRET...) : la saisie est restituee avec le motif.
      *****************************************************************
       AJOUTER-PROSPECT.
           MOVE ZERO                   TO tlmcpil-src
           MOVE SPACES                 TO tlmcpil-origine
           STRING
             'TLM2'                    DELIMITED SIZE
             w-userid                  DELIMITED SIZE
             INTO tlmcpil-origine
           END-STRING
           MOVE SPACES                 TO pgm1-ent
           MOVE w-com-cre-nom          TO pgm1-ent-ajo-nom
           MOVE w-com-cre-rue          TO pgm1-ent-ajo-rue
           MOVE w-com-cre-cp           TO pgm1-ent-ajo-cp
           MOVE w-com-cre-ville        TO pgm1-ent-ajo-ville
           MOVE w-com-cre-stade        TO pgm1-ent-ajo-stade
           MOVE w-com-cre-siret        TO pgm1-ent-ajo-siret
           MOVE 'ADD'                  TO tlmcpil-fct
           CALL 'TLMPPRO1' USING tlmcpil pgm1
           IF tlmcpil-rc NOT = '00' THEN
             PERFORM RESTITUE-SAISIE
             MOVE tlmcpil-msg          TO MSGO
           ELSE
             MOVE pgm1-sor-ajo-id      TO w-nouv-id
             MOVE 'P'                  TO w-type-saisi
             MOVE w-nouv-id            TO w-id-saisi
             MOVE 'NOM'                TO w-prv-champ
             PERFORM NOTE-PROVENANCE
             MOVE 'ADR'                TO w-prv-champ
             PERFORM NOTE-PROVENANCE
             IF w-com-cre-siret NOT = SPACES THEN
               MOVE 'SRT'              TO w-prv-champ
               PERFORM NOTE-PROVENANCE
             END-IF
             MOVE 'P'                  TO TYPEO
             MOVE w-nouv-id            TO IDO
             PERFORM AFFICHER-PROSPECT
             MOVE SPACES               TO MSGO
             STRING
               'Prospect cree : '      DELIMITED SIZE
               w-nouv-id               DELIMITED SIZE
               '.'                     DELIMITED SIZE
               INTO MSGO
             END-STRING
             MOVE '00'                 TO tlmcpil-rc
           END-IF
           .

      *****************************************************************
      * Journal des arbitrages (TLMPDBJ1 ADD, decision 'C') : une
      * ligne par prospect ecarte, PRO1 le prospect existant, PRO2
      * celui qui vient d'etre cree, avec le premier critere de
      * rapprochement et sa valeur. Une anomalie du journal est
      * signalee mais n'annule pas la creation (meme regle que
      * l'arbitrage TLM4).
      *****************************************************************
       JOURNALISE-FORCAGE.
           SET w-jrn-ok                TO TRUE
           PERFORM ECRIT-FORCAGE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-com-cand-nbr
           IF w-jrn-ko THEN
             MOVE SPACES               TO MSGO
             STRING
               'Prospect cree : '      DELIMITED SIZE
               w-nouv-id               DELIMITED SIZE
               ' (journal des doublons en anomalie).'
                                       DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           .

       ECRIT-FORCAGE.
           MOVE SPACES                 TO pgm3-ent
           MOVE ZERO                   TO pgm3-ent-ajo-cle
           MOVE w-com-cand-crit (w-idx) (1 : 1)
                                       TO pgm3-ent-ajo-type
           EVALUATE pgm3-ent-ajo-type
             WHEN 'S'
               MOVE w-com-cre-siret    TO pgm3-ent-ajo-valeur
             WHEN 'T'
               MOVE w-com-cre-tel      TO pgm3-ent-ajo-valeur
             WHEN OTHER
               STRING
                 w-com-cre-nom         DELIMITED SIZE
                 ' '                   DELIMITED SIZE
                 w-com-cre-cp          DELIMITED SIZE
                 INTO pgm3-ent-ajo-valeur
               END-STRING
           END-EVALUATE
           MOVE w-com-cand-id (w-idx)  TO pgm3-ent-ajo-pro1
           MOVE w-nouv-id              TO pgm3-ent-ajo-pro2
           MOVE w-com-cand-nom (w-idx) TO pgm3-ent-ajo-nom1
           MOVE w-com-cre-nom          TO pgm3-ent-ajo-nom2
           MOVE SPACE                  TO pgm3-ent-ajo-decavant
           MOVE 'C'                    TO pgm3-ent-ajo-decision
           MOVE w-userid               TO pgm3-ent-ajo-operateur
           MOVE w-opr-nom              TO pgm3-ent-ajo-nomopr
           MOVE 'ADD'                  TO tlmcpil-fct
           CALL 'TLMPDBJ1' USING tlmcpil pgm3
           IF tlmcpil-rc NOT = '00' THEN
             SET w-jrn-ko              TO TRUE
           END-IF
           .

       END PROGRAM TLMLONL2.
