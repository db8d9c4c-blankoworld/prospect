      *    ou non ouvrable = seuil par defaut, cf. w-masse-seuil).
           SELECT masse  ASSIGN TO MASSE
             FILE STATUS IS w-masse-fs.
      *    Fichier de controle de la periode de protection des
      *    valeurs posees par un emetteur prioritaire (cf. TLMPRI /
      *    TLMPPRV1) : nombre de jours en col.1-3, un seul
      *    enregistrement, absent ou non ouvrable = valeur par defaut
      *    (cf. w-delai-jours).
           SELECT delai  ASSIGN TO DELAIPRI
             FILE STATUS IS w-delai-fs.
      *    Enregistrement de statistiques d'execution (un par run),
      *    pour l'historique des executions (cf. TLMCSTA1 / TLMBPGM31)
           SELECT stats  ASSIGN TO STATS
             FILE STATUS IS w-stats.
      *    Fichier de controle du mode repetition : 'O' en col.1 = le
      *    pilotage est deroule en entier sur la base reelle (memes
      *    couches physiques, memes controles, mode masse compris)
      *    puis tout est annule (ROLLBACK) : restent les rejets, le
      *    compte-rendu et le detail de ce qui aurait ete applique,
      *    sans XREF, BILAN, checkpoint ni statistiques d'execution.
      *    Absent = passage normal.
           SELECT repet  ASSIGN TO REPETIT
             FILE STATUS IS w-repet-fs.
       DATA DIVISION.
       FILE SECTION.
       FD pilote1 RECORDING MODE F.
       01 f-masse.
           05 f-masse-nbr                 PIC   9(07).
           05 FILLER                      PIC   X(73).
       FD delai RECORDING MODE F.
       01 f-delai.
           05 f-delai-jours               PIC   9(03).
           05 FILLER                      PIC   X(77).
       FD probat RECORDING MODE F.
       01 f-probat.
           05 f-probat-flag               PIC   X(01).
           05 FILLER                      PIC   X(68).
       FD stats RECORDING MODE F.
       COPY TLMCSTA1 REPLACING ==:PROG:== BY ==f==.
       FD repet RECORDING MODE F.
       01 f-repet.
           05 f-repet-flag                PIC   X(01).
           05 FILLER                      PIC   X(79).
       WORKING-STORAGE SECTION.
       01 w-fin-fic                      PIC   9.
           88 w-fin-fic-oui                      VALUE 1.
      *    (cf. ECRIT-XREF)
       01 w-xrf-pro-soumis               PIC   X(06).
       01 w-xrf-con-soumis               PIC   X(06).
      *    Prospect de la ligne A/M dont la segmentation NAF/tranche
      *    d'effectif est posee (cf. MAJ-SEGMENT)
       01 w-seg-id                       PIC   X(06).
      *    Criteres de qualification de la ligne A/M : presents sur
      *    la ligne ? Poses avant le stade d'une ligne M (cf.
      *    MAJ-QUALIF), avec leurs valeurs d'avant en base pour les
      *    retablir si la ligne est finalement rejetee (cf.
      *    RESTAURE-QUALIF)
       01 w-qua-ligne                    PIC   X(01).
           88 w-qua-ligne-oui                    VALUE 'O'.
           88 w-qua-ligne-non                    VALUE 'N'.
       01 w-qua-pose                     PIC   X(01).
           88 w-qua-pose-oui                     VALUE 'O'.
           88 w-qua-pose-non                     VALUE 'N'.
       01 w-qua-av-budget                PIC   X(01).
       01 w-qua-av-decideur              PIC   X(01).
       01 w-qua-av-besoin                PIC   X(01).
       01 w-qua-av-delai                 PIC   X(01).
       01 w-piisafe                      PIC   X(02).
       01 w-seuil                        PIC   X(02).
      *    Seuil (%) de rejets/erreurs au-dela duquel le traitement
           88 w-masse-oui                        VALUE 1.
           88 w-masse-non                        VALUE 0.
       01 w-masse-seuil                  PIC   9(07) VALUE 0050000.
      *    Priorite des emetteurs par champ (cf. TLMPRI/TLMPRV) :
      *    periode de protection en jours (fichier DELAIPRI, defaut
      *    ci-dessous), emetteur retenu pour la ligne en cours
      *    ('INTERNE' pour une source sans emetteur declare), champ
      *    arbitre et verdict (cf. VRF-PROVENANCE)
       01 w-delai-fs                     PIC   X(02).
       01 w-delai-jours                  PIC   9(03) VALUE 030.
       01 w-prv-emetteur                 PIC   X(08).
       01 w-prv-type                     PIC   X(01).
       01 w-prv-id                       PIC   X(06).
       01 w-prv-champ                    PIC   X(03).
       01 w-prv                          PIC   9.
           88 w-prv-admis                        VALUE 1.
           88 w-prv-ecarte                       VALUE 0.
      *    Valeurs retenues pour la MAJ apres arbitrage : celles de la
      *    ligne, sauf champ ecarte (valeur en base reconduite)
       01 w-arb-pro.
           05 w-arb-pro-nom               PIC   X(35).
           05 w-arb-pro-rue               PIC   X(40).
           05 w-arb-pro-cp                PIC   X(05).
           05 w-arb-pro-ville             PIC   X(35).
           05 w-arb-pro-commercial        PIC   X(04).
           05 w-arb-pro-siret             PIC   X(14).
       01 w-arb-con.
           05 w-arb-con-nom               PIC   X(35).
           05 w-arb-con-prenom            PIC   X(35).
           05 w-arb-con-tel               PIC   X(10).
           05 w-arb-con-mel               PIC   X(80).
      *    Telephone et courriel de la ligne M sous leur forme stockee
      *    (jetons, cf. TLMTOK), pour l'arbitrage et le mode masse
       01 w-pil-jet.
           05 w-pil-jet-tel               PIC   X(10).
           05 w-pil-jet-mel               PIC   X(80).
      *    Champs effectivement modifies par la ligne et admis : leur
      *    provenance est enregistree une fois la MAJ appliquee
       01 w-pose.
           05 w-pose-nom                  PIC   9.
               88 w-pose-nom-oui                 VALUE 1.
           05 w-pose-adr                  PIC   9.
               88 w-pose-adr-oui                 VALUE 1.
           05 w-pose-com                  PIC   9.
               88 w-pose-com-oui                 VALUE 1.
           05 w-pose-srt                  PIC   9.
               88 w-pose-srt-oui                 VALUE 1.
           05 w-pose-cno                  PIC   9.
               88 w-pose-cno-oui                 VALUE 1.
           05 w-pose-tel                  PIC   9.
               88 w-pose-tel-oui                 VALUE 1.
           05 w-pose-mel                  PIC   9.
               88 w-pose-mel-oui                 VALUE 1.
      *    Verrou d'execution TLMEXE obtenu ? (cf. PRENDS-VERROU)
       01 w-verrou-exe                   PIC   9.
           88 w-verrou-exe-oui                   VALUE 1.
           88 w-verrou-exe-non                   VALUE 0.
      *    Code d'etat du fichier de statistiques d'execution
       01 w-stats                        PIC   X(02).
      *    Mode repetition (fichier REPETIT) : tout le passage reste
      *    dans une seule unite de travail, annulee en fin de run
       01 w-repet-fs                     PIC   X(02).
       01 w-repet                        PIC   9.
           88 w-repet-oui                        VALUE 1.
           88 w-repet-non                        VALUE 0.
      *    Volumes M/S releves par la pre-lecture du pilotage
       77 w-garde-nbr-maj                PIC  S9(07) COMP-3.
       77 w-garde-nbr-sup                PIC  S9(07) COMP-3.
           88 w-obl-oui                          VALUE 1.
           88 w-obl-non                          VALUE 0.
      *    Verdict de la matrice de transition de stade sur la ligne M
      *    en cours (cf. MAJ-PRO) ; passage au stade client bloque par
      *    une alerte du criblage sanctions/embargo ou par une
      *    piece obligatoire manquante ou expiree ; passage au stade
      *    qualifie refuse faute des criteres de qualification
       01 w-trs-ok                       PIC   9.
           88 w-trs-ok-oui                       VALUE 1.
           88 w-trs-ok-non                       VALUE 0.
           88 w-trs-ok-sanction                  VALUE 2.
           88 w-trs-ok-document                  VALUE 3.
           88 w-trs-ok-qualif                    VALUE 4.
      *    La ligne A en cours s'est-elle appliquee en entier ?
      *    (atomicite prospect + contact, cf. TRT-ENR-AJO)
       01 w-ajo-ok                       PIC   9.
           88 w-ajo-ok-oui                       VALUE 1.
           88 w-ajo-ok-non                       VALUE 0.
      *    Parrain porte par une ligne creant un prospect : client
      *    actif (stade 'C') ? (cf. VRF-PARRAIN, rejet '28' sinon)
       01 w-par-ok                       PIC   9.
           88 w-par-ok-oui                       VALUE 1.
           88 w-par-ok-non                       VALUE 0.
      *    Totaux attendus (trailer) et obtenus (compteurs), pour le
      *    message d'erreur de VRF-TRAILER-PILOTAGE (STRING n'accepte
      *    que des items DISPLAY, d'ou ces zones intermediaires)
       01 w-trl-obt-ajo                  PIC  9(07).
       01 w-trl-obt-maj                  PIC  9(07).
       01 w-trl-obt-sup                  PIC  9(07).
      *    Ligne Q : indice de recopie des lignes du devis et montant
      *    du devis accepte, sous la forme brute attendue par la
      *    cloture de l'affaire (11 chiffres, 2 decimales implicites)
       01 w-idx-dev                      PIC  S9(04) COMP.
       01 w-dev-mnt                      PIC   9(9)V99.
       01 w-dev-mnt-brut REDEFINES w-dev-mnt
                                         PIC   X(11).
      *    Ligne V de revue de grand compte (type 'R') : indice des
      *    participants, nombre de participants renseignes et nombre
      *    de participants malformes
       01 w-idx-par                      PIC  S9(04) COMP.
       01 w-nb-par                       PIC  S9(04) COMP.
       01 w-nb-par-ko                    PIC  S9(04) COMP.
      *****************************************************************
      * REDEMARRAGE / CHECKPOINT
      *   Tous les w-ckpt-freq lignes lues avec succes, le nombre de
           05 w-cpt-adr                   PIC  S9(07) COMP-3.
      *       Nombre d'affaires chargees (lignes O)
           05 w-cpt-aff                   PIC  S9(07) COMP-3.
      *       Nombre d'affaires cloturees (lignes O avec issue)
           05 w-cpt-aff-clo               PIC  S9(07) COMP-3.
      *       Nombre de mutations de contact appliquees (lignes U)
           05 w-cpt-mut                   PIC  S9(07) COMP-3.
      *       Nombre de notes de prospect chargees (lignes N)
           05 w-cpt-not                   PIC  S9(07) COMP-3.
      *       Nombre de roles d'affaire poses ou retires (lignes R)
           05 w-cpt-rol                   PIC  S9(07) COMP-3.
      *       Nombre de devis crees (lignes Q sans numero)
           05 w-cpt-dev                   PIC  S9(07) COMP-3.
      *       Nombre de reponses de devis appliquees (lignes Q avec
      *       numero), dont devis acceptes (affaire cloturee gagnee)
           05 w-cpt-dev-sta               PIC  S9(07) COMP-3.
           05 w-cpt-dev-acc               PIC  S9(07) COMP-3.
      *       Nombre de rendez-vous pris (lignes P sans numero) et de
      *       suites donnees (lignes P avec numero : annule/realise)
           05 w-cpt-rdv                   PIC  S9(07) COMP-3.
           05 w-cpt-rdv-sta               PIC  S9(07) COMP-3.
      *       Nombre de declarations de parc concurrent chargees ou
      *       retirees (lignes I)
           05 w-cpt-par                   PIC  S9(07) COMP-3.
      *       Nombre de mises en attente posees ou levees (lignes W)
           05 w-cpt-att                   PIC  S9(07) COMP-3.
      *       Violations d'habilitation emetteur (rejets '14'/'15')
           05 w-cpt-viol                  PIC  S9(07) COMP-3.
      *       Champs ecartes au profit d'une source prioritaire
      *       (rejets non bloquants '24', cf. TLMPRI)
           05 w-cpt-prv                   PIC  S9(07) COMP-3.
      *       Segmentations NAF/tranche d'effectif ecartees (rejets
      *       non bloquants '30')
           05 w-cpt-seg                   PIC  S9(07) COMP-3.
      *       Repartition des operations reussies par source de
      *       pilotage (1ere et 2eme source, cf. w-pil-source), pour
      *       le rapprochement du trailer de chaque source et pour
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''affaires chargees :               '.
           05 w-rap-aff-nbr              PIC   ZZZBZZ9.
      *   Nombre d'affaires cloturees (lignes O avec issue G/P/B)
       01 w-rap-aff-clo.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''affaires cloturees :              '.
           05 w-rap-aff-clo-nbr          PIC   ZZZBZZ9.
      *   Nombre de mutations de contact appliquees (lignes U)
       01 w-rap-mut.
           05 FILLER                     PIC   X(43) VALUE
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de notes de prospect :              '.
           05 w-rap-not-nbr              PIC   ZZZBZZ9.
      *   Nombre de roles d'affaire poses ou retires (lignes R)
       01 w-rap-rol.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de roles d''affaire :                '.
           05 w-rap-rol-nbr              PIC   ZZZBZZ9.
      *   Nombre de devis crees (lignes Q)
       01 w-rap-dev.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de devis crees :                    '.
           05 w-rap-dev-nbr              PIC   ZZZBZZ9.
      *   Nombre de reponses de devis (lignes Q)
       01 w-rap-dev-sta.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de reponses de devis :              '.
           05 w-rap-dev-sta-nbr          PIC   ZZZBZZ9.
      *   dont devis acceptes, affaire gagnee
       01 w-rap-dev-acc.
           05 FILLER                     PIC   X(43) VALUE
                '  dont acceptes (affaire gagnee) :         '.
           05 w-rap-dev-acc-nbr          PIC   ZZZBZZ9.
      *   Nombre de rendez-vous pris (lignes P)
       01 w-rap-rdv.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de rendez-vous pris :               '.
           05 w-rap-rdv-nbr              PIC   ZZZBZZ9.
      *   Nombre de suites donnees aux rendez-vous (lignes P)
       01 w-rap-rdv-sta.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de rendez-vous annules/realises :   '.
           05 w-rap-rdv-sta-nbr          PIC   ZZZBZZ9.
      *   Nombre de declarations de parc concurrent (lignes I)
       01 w-rap-par.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de parcs concurrents declares :     '.
           05 w-rap-par-nbr              PIC   ZZZBZZ9.
      *   Nombre de mises en attente posees ou levees (lignes W)
       01 w-rap-att.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de mises en attente traitees :      '.
           05 w-rap-att-nbr              PIC   ZZZBZZ9.
      *   Violations d'habilitation emetteur (cf. TLMAUT)
       01 w-rap-viol.
           05 FILLER                     PIC   X(43) VALUE
                'Violations d''habilitation emetteur :       '.
           05 w-rap-viol-nbr             PIC   ZZZBZZ9.
      *   Champs ecartes au profit d'une source prioritaire
       01 w-rap-prv.
           05 FILLER                     PIC   X(43) VALUE
                'Champs ecartes (source prioritaire) :      '.
           05 w-rap-prv-nbr              PIC   ZZZBZZ9.
      *   Segmentations NAF/tranche d'effectif ecartees
       01 w-rap-seg.
           05 FILLER                     PIC   X(43) VALUE
                'Segmentations NAF/effectif ecartees :      '.
           05 w-rap-seg-nbr              PIC   ZZZBZZ9.
      *   Nombre de lignes traitees avec succes
       01 w-rap-tot.
           05 FILLER                     PIC   X(43) VALUE
           05 FILLER                     PIC   X(43) VALUE
                '  dont contacts supprimes :                '.
           05 w-rap-sup-con-nbr          PIC   ZZZBZZ9.
      *   Mode repetition : volumetrie active avant le passage et
      *   celle qu'il aurait laissee (relevee avant l'annulation)
       01 w-rap-vol-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects actifs avant/apres (annule) :    '.
           05 w-rap-vol-pro-avant        PIC   ZZZBZZ9.
           05 FILLER                     PIC   X(01) VALUE '/'.
           05 w-rap-vol-pro-apres        PIC   ZZZBZZ9.
       01 w-rap-vol-con.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts actifs avant/apres (annule) :     '.
           05 w-rap-vol-con-avant        PIC   ZZZBZZ9.
           05 FILLER                     PIC   X(01) VALUE '/'.
           05 w-rap-vol-con-apres        PIC   ZZZBZZ9.
      *   Repartition par source de pilotage (1ere / 2eme source)
       01 w-rap-src1.
           05 FILLER                     PIC   X(43) VALUE
           COPY TLMCADR6 REPLACING ==:PROG:== BY ==CPADR==.
           COPY TLMCAFF9 REPLACING ==:PROG:== BY ==CPAFF==.
           COPY TLMCNOT1 REPLACING ==:PROG:== BY ==CPNOT==.
           COPY TLMCROL1 REPLACING ==:PROG:== BY ==CPROL==.
           COPY TLMCDEV1 REPLACING ==:PROG:== BY ==CPDEV==.
           COPY TLMCRDV1 REPLACING ==:PROG:== BY ==CPRDV==.
           COPY TLMCPAR1 REPLACING ==:PROG:== BY ==CPPAR==.
           COPY TLMCAUT1 REPLACING ==:PROG:== BY ==CPAUT==.
           COPY TLMCPRV1 REPLACING ==:PROG:== BY ==CPPRV==.
           COPY TLMCMAS7 REPLACING ==:PROG:== BY ==CPMAS==.
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==CPEXE==.
      *****************************************************************
           PERFORM FIN
           PERFORM CHRONO-FIN
           PERFORM COMPTE-RENDU-EXECUTION
      *    Code retour gradue, pour le conditionnement fin des steps
      *    suivants de TLMNUIT1 :
      *       0 = nuit propre ;
             WHEN OTHER
               MOVE 0                  TO RETURN-CODE
           END-EVALUATE
      *    le code retour est pose avant l'emission des statistiques,
      *    qui le reportent (suivi de la chaine a l'ecran TLMD) ; une
      *    repetition n'est pas une execution : rien dans TLMRUN
           IF w-repet-non THEN
             PERFORM ECRIT-STATS
           END-IF
           GOBACK
           .

             MOVE w-cpt-tot            TO f-sta-nbok
             MOVE w-cpt-rej            TO f-sta-nbrej
             MOVE w-cpt-err            TO f-sta-nberr
             MOVE RETURN-CODE          TO f-sta-coderet
             WRITE f-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
             END-READ
             CLOSE probat
           END-IF
      *    Mode repetition ? ('O' sur le fichier REPETIT : tout le
      *    passage sera annule en fin de run, cf. FIN)
           SET w-repet-non               TO TRUE
           OPEN INPUT repet
           IF w-repet-fs = '00' THEN
             READ repet
                 AT END     CONTINUE
                 NOT AT END
                   IF f-repet-flag = 'O' THEN
                     SET w-repet-oui     TO TRUE
                     DISPLAY 'MET-REPETITION, passage complet puis'
                             ' annulation (ROLLBACK)'
                   END-IF
             END-READ
             CLOSE repet
           END-IF
           SET w-fin-fic2-non            TO TRUE
           SET w-abort-non               TO TRUE
      *    Verrou d'execution : un seul batch ecrivant TLMPRO/TLMCON
             END-READ
             CLOSE seuil
           END-IF
      *    Periode de protection des valeurs posees par un emetteur
      *    prioritaire : le fichier DELAIPRI est facultatif. Absent,
      *    vide, ou valeur nulle => valeur par defaut.
           OPEN INPUT delai
           IF w-delai-fs = '00' THEN
             READ delai
                 AT END     CONTINUE
                 NOT AT END
                   IF f-delai-jours NOT = ZERO THEN
                     MOVE f-delai-jours      TO w-delai-jours
                   END-IF
             END-READ
             CLOSE delai
           END-IF
           OPEN INPUT pilote1
           MOVE w-pilote1                TO w-pilote-stat
           MOVE 'OUVERTURE PILOTAGE1'    TO w-fic-op
           IF w-rejet NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REJETS <' w-rejet '>'
           END-IF
      *    En repetition, les identifiants attribues disparaissent
      *    avec l'annulation : pas de fichier de croisement
           IF w-repet-non THEN
             OPEN OUTPUT xref
             IF w-xref NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE XREF <' w-xref '>'
             END-IF
           END-IF
           SET w-err-non                 TO TRUE
      *    Cliche BDD avant traitement, pour le rapprochement final
                        w-cpt-can
                        w-cpt-adr
                        w-cpt-aff
                        w-cpt-aff-clo
                        w-cpt-mut
                        w-cpt-not
                        w-cpt-rol
                        w-cpt-dev
                        w-cpt-dev-sta
                        w-cpt-dev-acc
                        w-cpt-rdv
                        w-cpt-rdv-sta
                        w-cpt-par
                        w-cpt-att
                        w-cpt-viol
                        w-cpt-prv
                        w-cpt-seg
                        w-cpt-ajo-pil1
                        w-cpt-maj-pil1
                        w-cpt-sup-pil1
                        w-cpt-maj-pil2
                        w-cpt-sup-pil2
      *    Redemarrage : repositionnement apres le dernier checkpoint
      *    (une repetition repart toujours du debut du pilotage, le
      *    checkpoint d'une nuit reelle ne la concerne pas)
           IF NOT w-abort-oui AND w-repet-non THEN
             PERFORM CKPT-LIRE
             IF w-restart-nbr > 0 THEN
               DISPLAY 'MET-RESTART, saut de ' w-restart-nbr
      * le PILSEQ des cliches d'audit de l'application ensembliste.
      *****************************************************************
       VERSE-MASSE-MAJ.
      *    les champs proteges sont arbitres des le versement, sur
      *    l'image actuelle du contact (cf. ARBITRE-CON) : un champ
      *    ecarte est verse avec sa valeur en base. Telephone et
      *    courriel sont verses en jetons, l'application ensembliste
      *    ne passant pas par TLMPCON2.
           PERFORM JETON-PIL-CON
           PERFORM LECTURE-CON
           PERFORM INIT-ARBITRE-CON
           IF tlmcpil-rc = '00' THEN
             PERFORM ARBITRE-CON
           END-IF
           COMPUTE cpmas-ent-ajo-seq = w-cpt-lec + 1
           MOVE 'M'                      TO cpmas-ent-ajo-cmd
           MOVE w-pil-source             TO cpmas-ent-ajo-source
           MOVE f-pil-con-id             TO cpmas-ent-ajo-conid
           MOVE w-arb-con-nom            TO cpmas-ent-ajo-nom
           MOVE w-arb-con-prenom         TO cpmas-ent-ajo-prenom
           MOVE w-arb-con-tel            TO cpmas-ent-ajo-tel
           MOVE w-arb-con-mel            TO cpmas-ent-ajo-mel
           MOVE f-pil-con-note           TO cpmas-ent-ajo-note
           MOVE f-pil-con-pid            TO cpmas-ent-ajo-pid
      *    preferences d'appel : espace = valeur actuelle reconduite
                                            cpmas-ent-ajo-rue
                                            cpmas-ent-ajo-cp
                                            cpmas-ent-ajo-ville
                                            cpmas-ent-ajo-pays
           MOVE 'ADD'                    TO tlmcpil-fct
           CALL 'TLMPMAS7'               USING tlmcpil cpmas
           PERFORM VRF-COD-RET
      *    provenance notee au versement, dans la meme unite de
      *    travail que la ligne versee (appliquee en fin de passage)
           IF w-err-non THEN
             MOVE f-pil-con-id           TO w-prv-id
             PERFORM ENREG-PROVENANCE-CON
           END-IF
           .

      *****************************************************************
                                            cpmas-ent-ajo-rue
                                            cpmas-ent-ajo-cp
                                            cpmas-ent-ajo-ville
                                            cpmas-ent-ajo-pays
                                            cpmas-ent-ajo-plage
                                            cpmas-ent-ajo-langue
           MOVE 'ADD'                    TO tlmcpil-fct
                                            cpmas-ent-ajo-rue
                                            cpmas-ent-ajo-cp
                                            cpmas-ent-ajo-ville
                                            cpmas-ent-ajo-pays
                                            cpmas-ent-ajo-plage
                                            cpmas-ent-ajo-langue
           MOVE f-pil-act-dtact          TO cpmas-ent-ajo-dtact
                                            cpmas-ent-ajo-rue
                                            cpmas-ent-ajo-cp
                                            cpmas-ent-ajo-ville
                                            cpmas-ent-ajo-pays
                                            cpmas-ent-ajo-plage
                                            cpmas-ent-ajo-langue
           MOVE f-pil-can-type           TO cpmas-ent-ajo-type
           MOVE f-pil-can-valeur         TO cpmas-ent-ajo-mel
           MOVE f-pil-can-pref           TO cpmas-ent-ajo-pref
      *    valeur du canal versee en jeton (cf. TLMTOK), normalisee
      *    au prealable par TLMPCAN5 pour un telephone
           MOVE SPACES                   TO cpcan-ent
           MOVE f-pil-can-type           TO cpcan-ent-jet-type
           MOVE f-pil-can-valeur         TO cpcan-ent-jet-valeur
           MOVE 'JETON'                  TO tlmcpil-fct
           CALL 'TLMPCAN5'               USING tlmcpil cpcan
           IF tlmcpil-rc = '00' THEN
             MOVE cpcan-sor-jet-valeur   TO cpmas-ent-ajo-mel
           ELSE
             DISPLAY 'MET-ERR JETON CANAL <' f-pil-can-con-id '><'
                     tlmcpil-rc '> ' tlmcpil-msg
           END-IF
           MOVE 'ADD'                    TO tlmcpil-fct
           CALL 'TLMPMAS7'               USING tlmcpil cpmas
           PERFORM VRF-COD-RET
           MOVE f-pil-adr-rue            TO cpmas-ent-ajo-rue
           MOVE f-pil-adr-cp             TO cpmas-ent-ajo-cp
           MOVE f-pil-adr-ville          TO cpmas-ent-ajo-ville
           MOVE f-pil-adr-pays           TO cpmas-ent-ajo-pays
           MOVE 'ADD'                    TO tlmcpil-fct
           CALL 'TLMPMAS7'               USING tlmcpil cpmas
           PERFORM VRF-COD-RET
           MOVE 'COUNT'                  TO tlmcpil-fct
           CALL 'TLMPCON2'               USING tlmcpil cpcon
           MOVE cpcon-sor-cnt-nbr        TO w-snap-con-apres
      *    une repetition ne donne rien a rapprocher a TLMBPGM6
           IF w-repet-non THEN
             PERFORM ECRIT-BILAN
           END-IF
           .

      *****************************************************************
           CALL 'TLMPCON2'               USING tlmcpil cpcon
           .

      *****************************************************************
      * Annulation BDD (ROLLBACK) de tout le passage, en mode
      * repetition : mises a jour, cliches d'audit TLMPROH/TLMCONH,
      * provenances et table de travail du mode masse disparaissent
      * ensemble. Un echec est un incident (RC=12) : la base n'est
      * alors plus garantie dans son etat d'avant le passage.
      *****************************************************************
       ANNULE-BDD.
           DISPLAY 'MET-ROLLBACK, annulation du passage de repetition'
           MOVE 'ROLLBACK'               TO tlmcpil-fct
           CALL 'TLMPPRO1'               USING tlmcpil cppro
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR ROLLBACK <' tlmcpil-rc '><'
                     tlmcpil-msg '>'
             SET w-abort-oui             TO TRUE
             SET w-abort-cause-fichier   TO TRUE
             MOVE 'Echec de l''annulation (ROLLBACK) de la repetition'
                                         TO w-fic-err-msg
           END-IF
           .

      *****************************************************************
      * Lecture du fichier de pilotage : traitement sur chaque ligne
      *****************************************************************
      *        Point de synchronisation BDD avant d'ecrire le
      *        checkpoint, pour ne jamais rejouer au redemarrage des
      *        lignes dont la mise a jour n'a pas ete validee.
      *        En repetition, ni validation ni checkpoint : tout le
      *        passage reste dans l'unite de travail annulee en fin
      *        de run, et le battement (une MAJ de TLMEXE qui ne
      *        serait jamais validee) garderait la ligne du verrou
      *        bloquee pour l'ecran de suivi jusqu'a la fin.
               IF w-repet-non THEN
                 PERFORM COMMIT-BDD
                 PERFORM CKPT-ECRIRE
      *          battement de coeur du verrou d'execution, au meme
      *          rythme que le checkpoint
                 PERFORM BAT-VERROU
               END-IF
      *        Controle du taux de rejets/erreurs, au meme rythme que
      *        le checkpoint : un fichier de pilotage corrompu ou mal
      *        forme doit arreter le run avant qu'il ne se termine
      *    O comme AFFAIRE     (code AFF)
      *    U comme MUTATION    (code MUT)
      *    N comme NOTE        (code NOT)
      *    R comme ROLE        (code ROL)
      *    Q comme DEVIS       (code DEV)
      *    P comme RENDEZ-VOUS (code RDV)
      *    I comme PARC INSTALLE DE LA CONCURRENCE (code PAR)
      *    W comme MISE EN ATTENTE (WAIT, code ATT)
      *    T comme TRAILER     (controle des totaux)
      *    Autre cas : REJET   (code REJ)
      *****************************************************************
               WHEN 'O'      PERFORM TRT-ENR-AFF
               WHEN 'U'      PERFORM TRT-ENR-MUT
               WHEN 'N'      PERFORM TRT-ENR-NOT
               WHEN 'R'      PERFORM TRT-ENR-ROL
               WHEN 'Q'      PERFORM TRT-ENR-DEV
               WHEN 'P'      PERFORM TRT-ENR-RDV
               WHEN 'I'      PERFORM TRT-ENR-PAR
               WHEN 'W'      PERFORM TRT-ENR-ATT
               WHEN 'T'      PERFORM VRF-TRAILER-PILOTAGE
               WHEN OTHER    PERFORM TRT-ENR-REJ
             END-EVALUATE
             WHEN 'A'
               MOVE SPACES               TO f-pil-pro-motif
                                            f-pil-pro-source
                                            f-pil-pro-naf
                                            f-pil-pro-tranche
                                            f-pil-con-plage
                                            f-pil-con-langue
             WHEN 'M'
               MOVE SPACES               TO f-pil-pro-motif
                                            f-pil-pro-source
                                            f-pil-pro-naf
                                            f-pil-pro-tranche
                                            f-pil-con-plage
                                            f-pil-con-langue
             WHEN 'V'
               MOVE SPACES               TO f-pil-act-resultat
             WHEN 'O'
               MOVE SPACES               TO f-pil-aff-issue
                                            f-pil-aff-mntsigne
                                            f-pil-aff-dtsign
                                            f-pil-aff-devise
           END-EVALUATE
           .

             MOVE f-pil-pro-id           TO cppro-ent-lec-id
             PERFORM VRF-PRO-ABS
             SET w-ajo-ok-oui            TO TRUE
      *      prospect a creer portant un parrain : celui-ci doit etre
      *      un client actif, sinon rien de la ligne n'est cree
             SET w-par-ok-oui            TO TRUE
             IF w-pro-abs AND f-pil-pro-parrain NOT = SPACES THEN
               PERFORM VRF-PARRAIN
               IF w-par-ok-non THEN
                 SET w-ajo-ok-non        TO TRUE
               END-IF
             END-IF
      *      prospect n'existe pas ? On le cree !
             IF w-pro-abs AND w-ajo-ok-oui THEN
               PERFORM CREA-PRO
               IF w-err-oui THEN
                 SET w-ajo-ok-non        TO TRUE
             IF w-ajo-ok-non THEN
      *        rien de la ligne ne subsiste en base : elle part en
      *        REJETS, resoumissible apres correction
               IF w-par-ok-non THEN
                 MOVE '28'               TO w-rej-cod
                 MOVE 'Parrain inconnu ou non client'
                                          TO w-rej-msg
               ELSE
                 MOVE '10'               TO w-rej-cod
                 MOVE 'Ajout incomplet, ligne annulee'
                                          TO w-rej-msg
               END-IF
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             ELSE
      *        identifiant(s) attribue(s) automatiquement : je les
      *        restitue a l'emetteur via le fichier de croisement
      *        (sauf en repetition, ils seront annules)
               IF (w-xrf-pro-soumis = SPACES
                   OR w-xrf-con-soumis = SPACES)
                  AND w-repet-non THEN
                 PERFORM ECRIT-XREF
               END-IF
      *        provenance des valeurs posees par la creation (notee
      *        seulement une fois la ligne entierement appliquee)
               IF w-pro-abs THEN
                 PERFORM ENREG-PROVENANCE-CREA-PRO
                 MOVE cppro-sor-ajo-id   TO w-seg-id
               ELSE
                 MOVE f-pil-pro-id       TO w-seg-id
               END-IF
               PERFORM ENREG-PROVENANCE-CREA-CON
      *        segmentation NAF/effectif portee par la ligne
               IF f-pil-pro-naf NOT = SPACES
                  OR f-pil-pro-tranche NOT = SPACES THEN
                 PERFORM MAJ-SEGMENT
               END-IF
      *        criteres de qualification portes par la ligne
               PERFORM VRF-QUALIF-LIGNE
               IF w-qua-ligne-oui THEN
                 PERFORM MAJ-QUALIF
               END-IF
      *        Ligne ajoutee : j'incremente le compteur, global et
      *        par source de pilotage
               ADD 1                     TO w-cpt-ajo
      *      verification que prospect existe bien
             MOVE f-pil-pro-id           TO cppro-ent-maj-id
             PERFORM VRF-PRO-ABS
      *      prospect absent portant un parrain : meme controle que
      *      sur une ligne A
             SET w-par-ok-oui            TO TRUE
             IF w-pro-abs AND f-pil-pro-parrain NOT = SPACES THEN
               PERFORM VRF-PARRAIN
             END-IF
      *      prospect absent ? Creation !
             MOVE f-pil-pro-id           TO w-seg-id
             IF w-pro-abs AND w-par-ok-oui THEN
               PERFORM CREA-PRO
               IF w-err-non THEN
                 PERFORM ENREG-PROVENANCE-CREA-PRO
                 MOVE cppro-sor-ajo-id   TO w-seg-id
               END-IF
             END-IF
      *      je trace le rang de la ligne de pilotage courante, pour
      *      l'historique d'audit tenu par la couche physique
             COMPUTE tlmcpil-src = w-cpt-lec + 1
      *      criteres de qualification portes par la ligne, prospect
      *      deja en base : poses AVANT le stade, le controle du
      *      passage 'N' -> 'Q' portant sur les criteres en base (les
      *      valeurs d'avant, relues par VRF-PRO-ABS, sont gardees
      *      pour les retablir si la ligne est rejetee)
             SET w-qua-pose-non          TO TRUE
             PERFORM VRF-QUALIF-LIGNE
             IF w-pro-pre AND w-qua-ligne-oui THEN
               MOVE cppro-sor-lec-qbudget   TO w-qua-av-budget
               MOVE cppro-sor-lec-qdecideur TO w-qua-av-decideur
               MOVE cppro-sor-lec-qbesoin   TO w-qua-av-besoin
               MOVE cppro-sor-lec-qdelai    TO w-qua-av-delai
               PERFORM MAJ-QUALIF
               IF tlmcpil-rc = '00' THEN
                 SET w-qua-pose-oui      TO TRUE
               END-IF
             END-IF
      *      stade porte sur la ligne et prospect deja en base : mise
      *      a jour du prospect, soumise a la matrice de transition
      *      TLMSTT (un refus rejette la ligne entiere, partie
             IF w-pro-pre AND f-pil-pro-stade NOT = SPACES THEN
               PERFORM MAJ-PRO
             END-IF
             IF w-trs-ok-non OR w-trs-ok-sanction
                OR w-trs-ok-document OR w-trs-ok-qualif
                OR w-par-ok-non THEN
      *        criteres deja poses par la ligne : retablis, rien de
      *        la ligne ne doit subsister en base
               IF w-qua-pose-oui THEN
                 PERFORM RESTAURE-QUALIF
               END-IF
               EVALUATE TRUE
                 WHEN w-par-ok-non
                   MOVE '28'             TO w-rej-cod
                   MOVE 'Parrain inconnu ou non client'
                                          TO w-rej-msg
                 WHEN w-trs-ok-sanction
                   MOVE '26'             TO w-rej-cod
                   MOVE 'Passage client bloque (criblage)'
                                          TO w-rej-msg
                 WHEN w-trs-ok-document
                   MOVE '31'             TO w-rej-cod
                   MOVE 'Passage client bloque (documents)'
                                          TO w-rej-msg
                 WHEN w-trs-ok-qualif
                   MOVE '33'             TO w-rej-cod
                   MOVE 'Passage qualifie refuse (criteres)'
                                          TO w-rej-msg
                 WHEN OTHER
                   MOVE '09'             TO w-rej-cod
                   MOVE 'Transition de stade refusee'
                                          TO w-rej-msg
               END-EVALUATE
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
               ELSE
                 PERFORM MAJ-CON
               END-IF
      *        segmentation NAF/effectif portee par la ligne
               IF f-pil-pro-naf NOT = SPACES
                  OR f-pil-pro-tranche NOT = SPACES THEN
                 PERFORM MAJ-SEGMENT
               END-IF
      *        criteres de qualification d'un prospect cree par la
      *        ligne (ceux d'un prospect deja en base sont poses)
               IF w-pro-abs AND w-qua-ligne-oui THEN
                 PERFORM MAJ-QUALIF
               END-IF
      *        Ligne mise a jour : j'incremente le compteur, global
      *        et par source de pilotage
               ADD 1                     TO w-cpt-maj

      *****************************************************************
      * Mise a jour du prospect d'une ligne M portant un stade : les
      * champs de la ligne sont passes a TLMPPRO1 UPDATE (espace =
      * inchange pour commercial et SIRET), apres arbitrage par la
      * matrice de priorite des emetteurs (cf. ARBITRE-PRO : un champ
      * ecarte garde sa valeur en base). Un refus de la matrice de
      * transition (rc '07') leve w-trs-ok-non, traduit en rejet '09'
      * par l'appelant ; un passage au stade client bloque par le
      * criblage sanctions/embargo (rc '08') leve w-trs-ok-sanction,
      * traduit en rejet '26' ; un passage au stade client bloque
      * faute de pieces obligatoires en cours de validite (rc '09')
      * leve w-trs-ok-document, traduit en rejet '31' ; un passage
      * 'N' -> 'Q' sans le jeu minimal de criteres de qualification
      * (rc '11') leve w-trs-ok-qualif, traduit en rejet '33' ; toute
      * autre
      * anomalie suit le circuit d'erreur habituel (VRF-COD-RET).
      *****************************************************************
       MAJ-PRO.
           PERFORM ARBITRE-PRO
           MOVE f-pil-pro-id             TO cppro-ent-maj-id
           MOVE w-arb-pro-nom            TO cppro-ent-maj-nom
           MOVE w-arb-pro-rue            TO cppro-ent-maj-rue
           MOVE w-arb-pro-cp             TO cppro-ent-maj-cp
           MOVE w-arb-pro-ville          TO cppro-ent-maj-ville
           MOVE f-pil-pro-stade          TO cppro-ent-maj-stade
           MOVE w-arb-pro-commercial     TO cppro-ent-maj-commercial
           MOVE w-arb-pro-siret          TO cppro-ent-maj-siret
      *    motif de gain/perte porte par la ligne M (facultatif),
      *    estampille sur le cliche d'audit par la couche physique
      *    puis remis a espace aussitot (il ne concerne que cette
           MOVE SPACES                   TO tlmcpil-motif
           IF tlmcpil-rc = '07' THEN
             SET w-trs-ok-non            TO TRUE
           ELSE
           IF tlmcpil-rc = '08' THEN
             SET w-trs-ok-sanction       TO TRUE
           ELSE
           IF tlmcpil-rc = '09' THEN
             SET w-trs-ok-document       TO TRUE
           ELSE
           IF tlmcpil-rc = '11' THEN
             SET w-trs-ok-qualif         TO TRUE
           ELSE
             PERFORM VRF-COD-RET
             IF w-err-non THEN
               MOVE f-pil-pro-id         TO w-prv-id
               PERFORM ENREG-PROVENANCE-PRO
             END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           .

      *****************************************************************
      * Segmentation du prospect d'une ligne A ou M appliquee : code
      * NAF et tranche d'effectif passes a TLMPPRO1 SEGMENT (espace =
      * inchange). Un code hors referentiel TLMNAF ou une tranche
      * inconnue (rc '02') part en rejet non bloquant '30' : la
      * segmentation est ecartee, le reste de la ligne est acquis.
      * Toute autre anomalie suit le circuit d'erreur habituel.
      *****************************************************************
       MAJ-SEGMENT.
           MOVE SPACES                   TO cppro-ent
           MOVE w-seg-id                 TO cppro-ent-seg-id
           MOVE f-pil-pro-naf            TO cppro-ent-seg-naf
           MOVE f-pil-pro-tranche        TO cppro-ent-seg-tranche
           MOVE 'SEGMENT'                TO tlmcpil-fct
           CALL 'TLMPPRO1'               USING tlmcpil cppro
           IF tlmcpil-rc = '02' THEN
             MOVE '30'                   TO w-rej-cod
             MOVE 'Segmentation NAF/effectif ecartee'
                                          TO w-rej-msg
             DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                     ' <' w-seg-id '> ' tlmcpil-msg
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-seg
           ELSE
             PERFORM VRF-COD-RET
           END-IF
           .

      *****************************************************************
      * La ligne A ou M porte-t-elle au moins un critere de
      * qualification ? (espace = inchange)
      *****************************************************************
       VRF-QUALIF-LIGNE.
           SET w-qua-ligne-non           TO TRUE
           IF f-pil-pro-qbudget NOT = SPACE
              OR f-pil-pro-qdecideur NOT = SPACE
              OR f-pil-pro-qbesoin NOT = SPACE
              OR f-pil-pro-qdelai NOT = SPACE THEN
             SET w-qua-ligne-oui         TO TRUE
           END-IF
           .

      *****************************************************************
      * Criteres de qualification du prospect d'une ligne A ou M
      * passes a TLMPPRO1 QUALIF (espace = inchange). Leur forme est
      * controlee en amont (rejet '34', cf. VRF-CHAMPS-OBLIG) : toute
      * anomalie suit le circuit d'erreur habituel.
      *****************************************************************
       MAJ-QUALIF.
           MOVE SPACES                   TO cppro-ent
           MOVE w-seg-id                 TO cppro-ent-qua-id
           MOVE f-pil-pro-qbudget        TO cppro-ent-qua-budget
           MOVE f-pil-pro-qdecideur      TO cppro-ent-qua-decideur
           MOVE f-pil-pro-qbesoin        TO cppro-ent-qua-besoin
           MOVE f-pil-pro-qdelai         TO cppro-ent-qua-delai
           MOVE 'QUALIF'                 TO tlmcpil-fct
           CALL 'TLMPPRO1'               USING tlmcpil cppro
           PERFORM VRF-COD-RET
           .

      *****************************************************************
      * Retablissement des criteres de qualification d'avant la ligne
      * M rejetee (QUALIF en mode remplacement : les valeurs relues
      * avant la ligne, espaces compris, sont reecrites telles
      * quelles), dans la meme unite de travail.
      *****************************************************************
       RESTAURE-QUALIF.
           MOVE SPACES                   TO cppro-ent
           MOVE w-seg-id                 TO cppro-ent-qua-id
           SET cppro-ent-qua-remplace    TO TRUE
           MOVE w-qua-av-budget          TO cppro-ent-qua-budget
           MOVE w-qua-av-decideur        TO cppro-ent-qua-decideur
           MOVE w-qua-av-besoin          TO cppro-ent-qua-besoin
           MOVE w-qua-av-delai           TO cppro-ent-qua-delai
           MOVE 'QUALIF'                 TO tlmcpil-fct
           CALL 'TLMPPRO1'               USING tlmcpil cppro
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR RETABLISSEMENT QUALIFICATION <'
                     w-seg-id '> rc <' tlmcpil-rc '>'
             ADD 1                       TO w-cpt-err
           END-IF
           .

      *****************************************************************
      * ARBITRE-PRO : chaque champ protege que la ligne M modifie
      * reellement (valeur differente de celle en base) est soumis a
      * la matrice de priorite (VRF-PROVENANCE). Un champ ecarte
      * garde sa valeur en base et part en rejet non bloquant '24' ;
      * un champ admis sera note a la provenance apres la MAJ. Une
      * valeur identique n'est ni arbitree ni notee : renvoyer la
      * meme valeur ne dispute rien a l'emetteur qui l'a posee.
      *****************************************************************
       ARBITRE-PRO.
           MOVE ZERO                     TO w-pose-nom w-pose-adr
                                            w-pose-com w-pose-srt
           MOVE f-pil-pro-nom            TO w-arb-pro-nom
           MOVE f-pil-pro-rue            TO w-arb-pro-rue
           MOVE f-pil-pro-cp             TO w-arb-pro-cp
           MOVE f-pil-pro-ville          TO w-arb-pro-ville
           MOVE f-pil-pro-commercial     TO w-arb-pro-commercial
           MOVE f-pil-pro-siret          TO w-arb-pro-siret
           MOVE f-pil-pro-id             TO cppro-ent-lec-id
           MOVE 'SELECT'                 TO tlmcpil-fct
           CALL 'TLMPPRO1'               USING tlmcpil cppro
           IF tlmcpil-rc = '00' THEN
             MOVE 'P'                    TO w-prv-type
             MOVE f-pil-pro-id           TO w-prv-id
             IF f-pil-pro-nom NOT = cppro-sor-lec-nom THEN
               MOVE 'NOM'                TO w-prv-champ
               PERFORM VRF-PROVENANCE
               IF w-prv-admis THEN
                 SET w-pose-nom-oui      TO TRUE
               ELSE
                 MOVE cppro-sor-lec-nom  TO w-arb-pro-nom
               END-IF
             END-IF
             IF f-pil-pro-rue   NOT = cppro-sor-lec-rue
                OR f-pil-pro-cp    NOT = cppro-sor-lec-cp
                OR f-pil-pro-ville NOT = cppro-sor-lec-ville THEN
               MOVE 'ADR'                TO w-prv-champ
               PERFORM VRF-PROVENANCE
               IF w-prv-admis THEN
                 SET w-pose-adr-oui      TO TRUE
               ELSE
                 MOVE cppro-sor-lec-rue  TO w-arb-pro-rue
                 MOVE cppro-sor-lec-cp   TO w-arb-pro-cp
                 MOVE cppro-sor-lec-ville
                                         TO w-arb-pro-ville
               END-IF
             END-IF
      *      commercial et SIRET : espace = inchange, rien a arbitrer
             IF f-pil-pro-commercial NOT = SPACES
                AND f-pil-pro-commercial
                    NOT = cppro-sor-lec-commercial THEN
               MOVE 'COM'                TO w-prv-champ
               PERFORM VRF-PROVENANCE
               IF w-prv-admis THEN
                 SET w-pose-com-oui      TO TRUE
               ELSE
                 MOVE SPACES             TO w-arb-pro-commercial
               END-IF
             END-IF
             IF f-pil-pro-siret NOT = SPACES
                AND f-pil-pro-siret NOT = cppro-sor-lec-siret THEN
               MOVE 'SRT'                TO w-prv-champ
               PERFORM VRF-PROVENANCE
               IF w-prv-admis THEN
                 SET w-pose-srt-oui      TO TRUE
               ELSE
                 MOVE SPACES             TO w-arb-pro-siret
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * ARBITRE-CON : meme principe qu'ARBITRE-PRO pour les champs
      * proteges du contact (nom et prenom, telephone, courriel),
      * confrontes a l'image en base relue par LECTURE-CON.
      *****************************************************************
       ARBITRE-CON.
           MOVE 'C'                      TO w-prv-type
           MOVE f-pil-con-id             TO w-prv-id
           IF f-pil-con-nom    NOT = cpcon-sor-lec-nom
              OR f-pil-con-prenom NOT = cpcon-sor-lec-prenom THEN
             MOVE 'CNO'                  TO w-prv-champ
             PERFORM VRF-PROVENANCE
             IF w-prv-admis THEN
               SET w-pose-cno-oui        TO TRUE
             ELSE
               MOVE cpcon-sor-lec-nom    TO w-arb-con-nom
               MOVE cpcon-sor-lec-prenom TO w-arb-con-prenom
             END-IF
           END-IF
           IF w-pil-jet-tel NOT = cpcon-sor-lec-tel THEN
             MOVE 'TEL'                  TO w-prv-champ
             PERFORM VRF-PROVENANCE
             IF w-prv-admis THEN
               SET w-pose-tel-oui        TO TRUE
             ELSE
               MOVE cpcon-sor-lec-tel    TO w-arb-con-tel
             END-IF
           END-IF
           IF w-pil-jet-mel NOT = cpcon-sor-lec-mel THEN
             MOVE 'MEL'                  TO w-prv-champ
             PERFORM VRF-PROVENANCE
             IF w-prv-admis THEN
               SET w-pose-mel-oui        TO TRUE
             ELSE
               MOVE cpcon-sor-lec-mel    TO w-arb-con-mel
             END-IF
           END-IF
           .

      *****************************************************************
      * Valeurs de depart de l'arbitrage du contact : celles de la
      * ligne, aucun champ pose (contact introuvable = pas
      * d'arbitrage, la ligne est passee telle quelle). Telephone et
      * courriel sont pris en jetons (cf. JETON-PIL-CON), forme sous
      * laquelle ils sont compares a l'image en base.
      *****************************************************************
       INIT-ARBITRE-CON.
           MOVE ZERO                     TO w-pose-cno w-pose-tel
                                            w-pose-mel
           MOVE f-pil-con-nom            TO w-arb-con-nom
           MOVE f-pil-con-prenom         TO w-arb-con-prenom
           MOVE w-pil-jet-tel            TO w-arb-con-tel
           MOVE w-pil-jet-mel            TO w-arb-con-mel
           .

      *****************************************************************
      * JETON-PIL-CON : telephone et courriel de la ligne M sous leur
      * forme stockee, jetons crees au besoin par TLMPCON2 (fct
      * JETON, telephone normalise). A appeler avant LECTURE-CON, la
      * zone de sortie de TLMPCON2 etant commune. La ligne f-pil
      * reste intacte pour REJETS. Coffre en erreur : valeurs de la
      * ligne reprises telles quelles (TLMPCON2 les jetonnera au
      * ligne a ligne ; en mode masse, le balayage TLMBPGM128 les
      * rattrapera).
      *****************************************************************
       JETON-PIL-CON.
           MOVE f-pil-con-tel            TO w-pil-jet-tel
           MOVE f-pil-con-mel            TO w-pil-jet-mel
           MOVE SPACES                   TO cpcon-ent
           MOVE f-pil-con-tel            TO cpcon-ent-jet-tel
           MOVE f-pil-con-mel            TO cpcon-ent-jet-mel
           MOVE 'JETON'                  TO tlmcpil-fct
           CALL 'TLMPCON2'               USING tlmcpil cpcon
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon-sor-jet-tel      TO w-pil-jet-tel
             MOVE cpcon-sor-jet-mel      TO w-pil-jet-mel
           ELSE
             DISPLAY 'MET-ERR JETON CONTACT <' f-pil-con-id '><'
                     tlmcpil-rc '> ' tlmcpil-msg
           END-IF
           .

      *****************************************************************
      * VRF-PROVENANCE : l'emetteur de la ligne peut-il remplacer la
      * valeur actuelle du champ w-prv-champ ? Non (rc '20' de
      * TLMPPRV1) si elle a ete posee depuis moins de w-delai-jours
      * jours par un emetteur plus prioritaire sur ce champ (TLMPRI) :
      * le champ est ecarte et la ligne part sur REJETS avec le motif
      * '24', une fois par champ ecarte, SANS etre rejetee : le reste
      * de la ligne s'applique et elle compte en MAJ. Un incident de
      * la couche physique n'arbitre rien (champ admis, erreur
      * comptee), comme pour la matrice d'habilitation.
      *****************************************************************
       VRF-PROVENANCE.
           SET w-prv-admis               TO TRUE
           PERFORM DETERMINE-EMETTEUR-PRV
           MOVE SPACES                   TO cpprv-ent
           MOVE w-prv-type               TO cpprv-ent-chk-type
           MOVE w-prv-id                 TO cpprv-ent-chk-id
           MOVE w-prv-champ              TO cpprv-ent-chk-champ
           MOVE w-prv-emetteur           TO cpprv-ent-chk-emetteur
           MOVE w-delai-jours            TO cpprv-ent-chk-jours
           MOVE 'CHECK'                  TO tlmcpil-fct
           CALL 'TLMPPRV1'               USING tlmcpil cpprv
           EVALUATE tlmcpil-rc
             WHEN '00'
               CONTINUE
             WHEN '20'
               SET w-prv-ecarte          TO TRUE
               MOVE '24'                 TO w-rej-cod
               MOVE SPACES               TO w-rej-msg
               STRING
                 'Champ '                DELIMITED SIZE
                 w-prv-champ             DELIMITED SIZE
                 ' ecarte (source prioritaire)'
                                         DELIMITED SIZE
                 INTO w-rej-msg
               END-STRING
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                       ' <' w-prv-type w-prv-id '> emetteur <'
                       w-prv-emetteur '> pose par <'
                       cpprv-sor-chk-emetteur '>'
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-prv
             WHEN OTHER
               DISPLAY 'MET-ERR PROVENANCE rc <' tlmcpil-rc
                       '> ' tlmcpil-msg
               ADD 1                     TO w-cpt-err
           END-EVALUATE
           .

      *****************************************************************
      * Emetteur retenu pour la provenance : celui annonce par
      * l'entete H de la source, 'INTERNE' pour une source sans
      * emetteur declare (appareillage TLMBPGM2).
      *****************************************************************
       DETERMINE-EMETTEUR-PRV.
           IF w-pil-emetteur = SPACES THEN
             MOVE 'INTERNE'              TO w-prv-emetteur
           ELSE
             MOVE w-pil-emetteur         TO w-prv-emetteur
           END-IF
           .

      *****************************************************************
      * Enregistrement de la provenance des champs du prospect ou du
      * contact effectivement poses par la ligne (cf. w-pose).
      *****************************************************************
       ENREG-PROVENANCE-PRO.
           MOVE 'P'                      TO w-prv-type
           IF w-pose-nom-oui THEN
             MOVE 'NOM'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           IF w-pose-adr-oui THEN
             MOVE 'ADR'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           IF w-pose-com-oui THEN
             MOVE 'COM'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           IF w-pose-srt-oui THEN
             MOVE 'SRT'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           .

       ENREG-PROVENANCE-CON.
           MOVE 'C'                      TO w-prv-type
           IF w-pose-cno-oui THEN
             MOVE 'CNO'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           IF w-pose-tel-oui THEN
             MOVE 'TEL'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           IF w-pose-mel-oui THEN
             MOVE 'MEL'                  TO w-prv-champ
             PERFORM ENREG-PROVENANCE
           END-IF
           .

      *****************************************************************
      * Creation d'un prospect ou d'un contact : tous les champs
      * proteges renseignes par la ligne sont poses par son emetteur.
      *****************************************************************
       ENREG-PROVENANCE-CREA-PRO.
           MOVE cppro-sor-ajo-id         TO w-prv-id
           MOVE ZERO                     TO w-pose-nom w-pose-adr
                                            w-pose-com w-pose-srt
           IF f-pil-pro-nom NOT = SPACES THEN
             SET w-pose-nom-oui          TO TRUE
           END-IF
           IF f-pil-pro-rue   NOT = SPACES
              OR f-pil-pro-cp    NOT = SPACES
              OR f-pil-pro-ville NOT = SPACES THEN
             SET w-pose-adr-oui          TO TRUE
           END-IF
           IF f-pil-pro-commercial NOT = SPACES THEN
             SET w-pose-com-oui          TO TRUE
           END-IF
           IF f-pil-pro-siret NOT = SPACES THEN
             SET w-pose-srt-oui          TO TRUE
           END-IF
           PERFORM ENREG-PROVENANCE-PRO
           .

       ENREG-PROVENANCE-CREA-CON.
           MOVE cpcon-sor-ajo-id         TO w-prv-id
           MOVE ZERO                     TO w-pose-cno w-pose-tel
                                            w-pose-mel
           IF f-pil-con-nom    NOT = SPACES
              OR f-pil-con-prenom NOT = SPACES THEN
             SET w-pose-cno-oui          TO TRUE
           END-IF
           IF f-pil-con-tel NOT = SPACES THEN
             SET w-pose-tel-oui          TO TRUE
           END-IF
           IF f-pil-con-mel NOT = SPACES THEN
             SET w-pose-mel-oui          TO TRUE
           END-IF
           PERFORM ENREG-PROVENANCE-CON
           .

      *****************************************************************
      * Note, via TLMPPRV1 SET, que l'emetteur de la ligne vient de
      * poser la valeur du champ w-prv-champ de w-prv-type/w-prv-id.
      *****************************************************************
       ENREG-PROVENANCE.
           PERFORM DETERMINE-EMETTEUR-PRV
           MOVE SPACES                   TO cpprv-ent
           MOVE w-prv-type               TO cpprv-ent-set-type
           MOVE w-prv-id                 TO cpprv-ent-set-id
           MOVE w-prv-champ              TO cpprv-ent-set-champ
           MOVE w-prv-emetteur           TO cpprv-ent-set-emetteur
           MOVE 'SET'                    TO tlmcpil-fct
           CALL 'TLMPPRV1'               USING tlmcpil cpprv
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR PROVENANCE rc <' tlmcpil-rc
                     '> ' tlmcpil-msg
             ADD 1                       TO w-cpt-err
           END-IF
           .

      *****************************************************************
      * Suppression d'un enregistrement
      *****************************************************************
      *      travail (l'existence du contact sera constatee
      *      ensemblistement, cf. APPLIQUE-MASSE/ERREUR-MASSE),
      *      sinon ligne a ligne comme avant
      *      Une revue de grand compte (type 'R') reste au ligne a
      *      ligne : ses participants n'ont pas de place dans la
      *      table de travail du mode masse (cf. TLMCMAS7).
             IF w-masse-oui AND f-pil-act-type NOT = 'R' THEN
      *        le compteur d'activites est servi a l'application
      *        ensembliste (lignes reellement appliquees, cf.
      *        APPLIQUE-MASSE), comme au ligne a ligne
                 MOVE f-pil-act-type     TO cpact-ent-ajo-typact
                 MOVE f-pil-act-note     TO cpact-ent-ajo-note
                 MOVE f-pil-act-resultat TO cpact-ent-ajo-resultat
                 PERFORM COPIE-PAR-ACT
                         VARYING w-idx-par FROM 1 BY 1
                         UNTIL w-idx-par > 10
                 MOVE 'ADD'              TO tlmcpil-fct
                 CALL 'TLMPACT3'         USING tlmcpil cpact
                 PERFORM VRF-COD-RET
           END-IF
           .

      *****************************************************************
      * Recopie d'un poste participant de la ligne V vers la zone
      * d'echange TLMPACT3 (postes a espace compris, pour ne rien
      * laisser d'un appel precedent).
      *****************************************************************
       COPIE-PAR-ACT.
           MOVE f-pil-act-par-type (w-idx-par)
                               TO cpact-ent-ajo-par-type (w-idx-par)
           MOVE f-pil-act-par-code (w-idx-par)
                               TO cpact-ent-ajo-par-code (w-idx-par)
           .

      *****************************************************************
      * Controle de forme d'une ligne V : identifiant contact present
      * et numerique, type d'activite reconnu ('A','V','C','R','E') ;
      * une revue de grand compte ('R') exige au moins un participant,
      * et chaque participant renseigne un type 'I'/'C' et un code.
      *****************************************************************
       VRF-CHAMPS-OBLIG-ACT.
           SET w-obl-oui                 TO TRUE
             ELSE
               IF f-pil-act-type NOT = 'A' AND
                  f-pil-act-type NOT = 'V' AND
                  f-pil-act-type NOT = 'C' AND
                  f-pil-act-type NOT = 'R' AND
                  f-pil-act-type NOT = 'E' THEN
                 SET w-obl-non           TO TRUE
                 MOVE '05'               TO w-rej-cod
                 MOVE 'Type d''activite invalide (ni A,V,C,R,E)'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               ELSE
                   MOVE 'Resultat d''activite invalide'
                                          TO w-rej-msg
                   DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                 ELSE
                   IF f-pil-act-type = 'R' THEN
                     PERFORM VRF-PARTICIPANTS-ACT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Participants d'une revue de grand compte : au moins un poste
      * renseigne (sinon rejet 02), et aucun poste malforme (type
      * hors 'I'/'C' ou code a blanc, rejet 32).
      *****************************************************************
       VRF-PARTICIPANTS-ACT.
           MOVE 0                        TO w-nb-par w-nb-par-ko
           PERFORM COMPTE-PAR-ACT
                   VARYING w-idx-par FROM 1 BY 1
                   UNTIL w-idx-par > 10
           EVALUATE TRUE
             WHEN w-nb-par-ko > 0
               SET w-obl-non             TO TRUE
               MOVE '32'                 TO w-rej-cod
               MOVE 'Participant de revue invalide'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             WHEN w-nb-par = 0
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
           END-EVALUATE
           .

       COMPTE-PAR-ACT.
           IF f-pil-act-par-type (w-idx-par) NOT = SPACE OR
              f-pil-act-par-code (w-idx-par) NOT = SPACES THEN
             ADD 1                       TO w-nb-par
             IF (f-pil-act-par-type (w-idx-par) NOT = 'I' AND
                 f-pil-act-par-type (w-idx-par) NOT = 'C') OR
                f-pil-act-par-code (w-idx-par) = SPACES THEN
               ADD 1                     TO w-nb-par-ko
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne C : enregistrement d'un canal de
      * communication (telephone fixe, mobile ou adresse electronique
                 MOVE f-pil-adr-rue      TO cpadr-ent-ajo-rue
                 MOVE f-pil-adr-cp       TO cpadr-ent-ajo-cp
                 MOVE f-pil-adr-ville    TO cpadr-ent-ajo-ville
                 MOVE f-pil-adr-pays     TO cpadr-ent-ajo-pays
                 MOVE 'ADD'              TO tlmcpil-fct
                 CALL 'TLMPADR6'         USING tlmcpil cpadr
                 PERFORM VRF-COD-RET
      * couche physique) ; renseigne = mise a jour de l'affaire. Une
      * affaire sur un prospect inconnu est traitee en erreur, comme
      * une adresse sur un prospect inconnu (cf. TRT-ENR-ADR).
      * Une issue renseignee (G/P/B) cloture l'affaire designee
      * (fonction CLOSE : montant signe, date de cloture reelle).
      *****************************************************************
       TRT-ENR-AFF.
           DISPLAY 'MET-AFF, FX AFFAIRE'
                       f-pil-aff-pro-id '>'
               ADD 1                     TO w-cpt-err
             ELSE
      *        je trace le rang de la ligne de pilotage courante,
      *        pour l'historique d'audit tenu par la couche physique
               COMPUTE tlmcpil-src = w-cpt-lec + 1
               IF f-pil-aff-issue NOT = SPACE THEN
                 PERFORM TRT-ENR-AFF-CLO
               ELSE
                 PERFORM TRT-ENR-AFF-MAJ
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Ligne O sans issue : creation (identifiant a espace) ou mise a
      * jour de l'affaire. Une ligne de produit inconnue du referentiel
      * TLMLIG rejette la ligne (motif '17'), une devise ni euro ni
      * cotee dans TLMCHG aussi (motif '21').
      *****************************************************************
       TRT-ENR-AFF-MAJ.
           IF f-pil-aff-id = SPACES THEN
             MOVE SPACES                 TO cpaff-ent-ajo-id
             MOVE f-pil-aff-pro-id       TO cpaff-ent-ajo-proid
             MOVE f-pil-aff-libelle      TO cpaff-ent-ajo-libelle
             MOVE f-pil-aff-ligne        TO cpaff-ent-ajo-ligne
             MOVE f-pil-aff-montant      TO cpaff-ent-ajo-montant
             MOVE f-pil-aff-dtclose      TO cpaff-ent-ajo-dtclose
             MOVE f-pil-aff-devise       TO cpaff-ent-ajo-devise
             MOVE 'ADD'                  TO tlmcpil-fct
           ELSE
             MOVE f-pil-aff-id           TO cpaff-ent-maj-id
             MOVE f-pil-aff-libelle      TO cpaff-ent-maj-libelle
             MOVE f-pil-aff-ligne        TO cpaff-ent-maj-ligne
             MOVE f-pil-aff-montant      TO cpaff-ent-maj-montant
             MOVE f-pil-aff-dtclose      TO cpaff-ent-maj-dtclose
             MOVE f-pil-aff-devise       TO cpaff-ent-maj-devise
             MOVE 'UPDATE'               TO tlmcpil-fct
           END-IF
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
      *    Ligne de produit absente du referentiel TLMLIG (rc dedie
      *    '06') : la ligne de pilotage est rejetee, pas en erreur
      *    Meme traitement pour une devise inconnue (rc '08')
           EVALUATE tlmcpil-rc
             WHEN '06'
               MOVE '17'                 TO w-rej-cod
               MOVE 'Ligne de produit inconnue'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             WHEN '08'
               MOVE '21'                 TO w-rej-cod
               MOVE 'Devise inconnue'    TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             WHEN OTHER
               PERFORM VRF-COD-RET
      *        Affaire chargee : j'incremente le compteur
               IF w-err-non THEN
                 ADD 1                   TO w-cpt-aff
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Ligne O avec issue : cloture gagnee/perdue/abandonnee de
      * l'affaire designee, via la fonction CLOSE de TLMPAFF9 (montant
      * signe a espace = montant attendu, date a espace = date du
      * jour). Une affaire absente ou deja close est en erreur.
      *****************************************************************
       TRT-ENR-AFF-CLO.
           MOVE SPACES                   TO cpaff-ent
           MOVE f-pil-aff-id             TO cpaff-ent-clo-id
           MOVE f-pil-aff-issue          TO cpaff-ent-clo-issue
           MOVE f-pil-aff-mntsigne       TO cpaff-ent-clo-mntsigne
           MOVE f-pil-aff-dtsign         TO cpaff-ent-clo-dtsign
           MOVE 'CLOSE'                  TO tlmcpil-fct
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
           PERFORM VRF-COD-RET
      *    Affaire cloturee : j'incremente le compteur
           IF w-err-non THEN
             ADD 1                       TO w-cpt-aff-clo
           END-IF
           .

                 MOVE 'Montant d''affaire invalide'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               ELSE
                 PERFORM VRF-CLOTURE-AFF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une cloture (issue renseignee) : issue
      * G/P/B sur une affaire identifiee, montant signe et date de
      * cloture numeriques s'ils sont renseignes.
      *****************************************************************
       VRF-CLOTURE-AFF.
           IF f-pil-aff-issue NOT = SPACE THEN
             IF NOT f-pil-aff-issue-valide OR
                f-pil-aff-id = SPACES OR
                (f-pil-aff-mntsigne NOT = SPACES AND
                 f-pil-aff-mntsigne NOT NUMERIC) OR
                (f-pil-aff-dtsign NOT = SPACES AND
                 f-pil-aff-dtsign NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '16'                 TO w-rej-cod
               MOVE 'Cloture d''affaire invalide'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne U : mutation d'un contact vers un
      * autre prospect (une personne change de societe). Le contact
      * et le prospect d'arrivee doivent etre actifs ; le PID est
      * reecrit via TLMPCON2-UPDATE (cliche d'audit TLMCONH compris),
      * les autres champs sont reconduits et le contact arrive en
      * secondaire (PRINCIPAL='N') chez son nouveau prospect.
      * L'histoire TLMACT/TLMCAN, clee par identifiant de contact,
      * suit d'elle-meme.
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne R : pose, changement ou retrait du
      * role d'un contact dans le centre d'achat d'une affaire (table
      * TLMROL via la couche physique TLMPROL1). L'affaire doit etre
      * en cours et le contact actif chez le prospect porteur de
      * l'affaire ; sinon la ligne est traitee en erreur, comme une
      * note sur un prospect inconnu. Le role 'X' detache le contact.
      *****************************************************************
       TRT-ENR-ROL.
           DISPLAY 'MET-ROL, FX ROLE D''AFFAIRE'
           PERFORM VRF-CHAMPS-OBLIG-ROL
           IF w-obl-non THEN
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-rej
           ELSE
             MOVE f-pil-rol-aff-id       TO cpaff-ent-lec-id
             MOVE 'SELECT'               TO tlmcpil-fct
             CALL 'TLMPAFF9'             USING tlmcpil cpaff
             IF tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR ROLE, affaire inconnue <'
                       f-pil-rol-aff-id '>'
               ADD 1                     TO w-cpt-err
             ELSE
               MOVE f-pil-rol-con-id     TO cpcon-ent-lec-id
               MOVE 'SELECT'             TO tlmcpil-fct
               CALL 'TLMPCON2'           USING tlmcpil cpcon
               EVALUATE TRUE
                 WHEN tlmcpil-rc NOT = '00'
                   DISPLAY 'MET-ERR ROLE, contact inconnu <'
                           f-pil-rol-con-id '>'
                   ADD 1                 TO w-cpt-err
                 WHEN cpcon-sor-lec-pid NOT = cpaff-sor-lec-proid
                   DISPLAY 'MET-ERR ROLE, contact <'
                           f-pil-rol-con-id
                           '> hors du prospect de l''affaire <'
                           f-pil-rol-aff-id '>'
                   ADD 1                 TO w-cpt-err
                 WHEN OTHER
      *            je trace le rang de la ligne de pilotage courante
      *            (meme convention que les autres lignes)
                   COMPUTE tlmcpil-src = w-cpt-lec + 1
                   MOVE SPACES           TO cprol-ent
                   MOVE f-pil-rol-aff-id TO cprol-ent-ajo-affid
                   MOVE f-pil-rol-con-id TO cprol-ent-ajo-conid
                   MOVE f-pil-rol-role   TO cprol-ent-ajo-role
                   IF f-pil-rol-detache THEN
                     MOVE 'DELETE'       TO tlmcpil-fct
                   ELSE
                     MOVE 'ADD'          TO tlmcpil-fct
                   END-IF
                   CALL 'TLMPROL1'       USING tlmcpil cprol
                   PERFORM VRF-COD-RET
      *            Role pose ou retire : j'incremente le compteur
                   IF w-err-non THEN
                     ADD 1               TO w-cpt-rol
                   END-IF
               END-EVALUATE
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une ligne R : identifiants affaire et
      * contact presents et numeriques, role D/I/U/A/B ou X.
      *****************************************************************
       VRF-CHAMPS-OBLIG-ROL.
           SET w-obl-oui                 TO TRUE
           IF f-pil-rol-aff-id = SPACE OR
              f-pil-rol-con-id = SPACE OR
              f-pil-rol-role = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
             DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
           ELSE
             IF f-pil-rol-aff-id NOT NUMERIC OR
                f-pil-rol-con-id NOT NUMERIC OR
                NOT f-pil-rol-role-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '18'                 TO w-rej-cod
               MOVE 'Role d''affaire invalide (ligne R)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne Q : devis d'affaire (tables TLMDEV /
      * TLMDEVL via la couche physique TLMPDEV1).
      *  - numero de devis a espace : creation d'un devis envoye au
      *    contact, sur une affaire en cours dont le prospect porteur
      *    est celui du contact (sinon erreur, comme pour la ligne R);
      *  - numero renseigne : reponse du client. Un devis accepte
      *    cloture l'affaire gagnee au montant du devis (fonction
      *    CLOSE de TLMPAFF9, date du jour). Une reponse sur un devis
      *    qui n'est plus en attente est rejetee (motif '20').
      *****************************************************************
       TRT-ENR-DEV.
           DISPLAY 'MET-DEV, FX DEVIS D''AFFAIRE'
           PERFORM VRF-CHAMPS-OBLIG-DEV
           IF w-obl-non THEN
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-rej
           ELSE
             IF f-pil-dev-id = SPACES THEN
               PERFORM TRT-ENR-DEV-AJO
             ELSE
               PERFORM TRT-ENR-DEV-STA
             END-IF
           END-IF
           .

      *****************************************************************
      * Ligne Q sans numero : creation du devis. Une ligne de produit
      * inconnue du referentiel TLMLIG rejette la ligne (motif '17',
      * comme pour la ligne O), des quantites, prix, remises ou une
      * date de validite malformes la rejettent en motif '19'.
      *****************************************************************
       TRT-ENR-DEV-AJO.
           MOVE f-pil-dev-aff-id         TO cpaff-ent-lec-id
           MOVE 'SELECT'                 TO tlmcpil-fct
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR DEVIS, affaire inconnue ou close <'
                     f-pil-dev-aff-id '>'
             ADD 1                       TO w-cpt-err
           ELSE
             MOVE f-pil-dev-con-id       TO cpcon-ent-lec-id
             MOVE 'SELECT'               TO tlmcpil-fct
             CALL 'TLMPCON2'             USING tlmcpil cpcon
             EVALUATE TRUE
               WHEN tlmcpil-rc NOT = '00'
                 DISPLAY 'MET-ERR DEVIS, contact inconnu <'
                         f-pil-dev-con-id '>'
                 ADD 1                   TO w-cpt-err
               WHEN cpcon-sor-lec-pid NOT = cpaff-sor-lec-proid
                 DISPLAY 'MET-ERR DEVIS, contact <'
                         f-pil-dev-con-id
                         '> hors du prospect de l''affaire <'
                         f-pil-dev-aff-id '>'
                 ADD 1                   TO w-cpt-err
               WHEN OTHER
      *          je trace le rang de la ligne de pilotage courante
      *          (meme convention que les autres lignes)
                 COMPUTE tlmcpil-src = w-cpt-lec + 1
                 MOVE SPACES             TO cpdev-ent
                 MOVE f-pil-dev-aff-id   TO cpdev-ent-ajo-affid
                 MOVE f-pil-dev-con-id   TO cpdev-ent-ajo-conid
                 MOVE f-pil-dev-dtvalid  TO cpdev-ent-ajo-dtvalid
                 PERFORM COPIE-LIGNE-DEV
                         VARYING w-idx-dev FROM 1 BY 1
                         UNTIL w-idx-dev > 10
                 MOVE 'ADD'              TO tlmcpil-fct
                 CALL 'TLMPDEV1'         USING tlmcpil cpdev
                 EVALUATE tlmcpil-rc
                   WHEN '06'
                     MOVE '17'           TO w-rej-cod
                     MOVE 'Ligne de produit inconnue'
                                          TO w-rej-msg
                     DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                     PERFORM ECRIT-REJET
                     ADD 1               TO w-cpt-rej
                   WHEN '02'
                   WHEN '05'
                     MOVE '19'           TO w-rej-cod
                     MOVE 'Devis invalide (ligne Q)'
                                          TO w-rej-msg
                     DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                     PERFORM ECRIT-REJET
                     ADD 1               TO w-cpt-rej
                   WHEN OTHER
                     PERFORM VRF-COD-RET
      *              Devis cree : j'incremente le compteur
                     IF w-err-non THEN
                       ADD 1             TO w-cpt-dev
                     END-IF
                 END-EVALUATE
             END-EVALUATE
           END-IF
           .

       COPIE-LIGNE-DEV.
           MOVE f-pil-dev-lig (w-idx-dev)
                                  TO cpdev-ent-ajo-lig (w-idx-dev)
           .

      *****************************************************************
      * Ligne Q avec numero : reponse du client sur le devis. Sur
      * acceptation, l'affaire du devis doit etre encore en cours :
      * elle est cloturee gagnee, au montant du devis, date du jour.
      *****************************************************************
       TRT-ENR-DEV-STA.
           MOVE SPACES                   TO cpdev-ent
           MOVE f-pil-dev-id             TO cpdev-ent-lec-id
           MOVE 'SELECT'                 TO tlmcpil-fct
           CALL 'TLMPDEV1'               USING tlmcpil cpdev
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR DEVIS, devis inconnu <'
                     f-pil-dev-id '>'
             ADD 1                       TO w-cpt-err
           ELSE
             MOVE cpdev-sor-lec-affid    TO cpaff-ent-lec-id
             MOVE 'SELECT'               TO tlmcpil-fct
             CALL 'TLMPAFF9'             USING tlmcpil cpaff
             IF f-pil-dev-statut = 'A' AND tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR DEVIS, affaire <'
                       cpdev-sor-lec-affid
                       '> du devis <' f-pil-dev-id
                       '> inconnue ou deja close'
               ADD 1                     TO w-cpt-err
             ELSE
               MOVE cpdev-sor-lec-montant TO w-dev-mnt
               COMPUTE tlmcpil-src = w-cpt-lec + 1
               MOVE SPACES               TO cpdev-ent
               MOVE f-pil-dev-id         TO cpdev-ent-sta-id
               MOVE f-pil-dev-statut     TO cpdev-ent-sta-statut
               MOVE 'STATUS'             TO tlmcpil-fct
               CALL 'TLMPDEV1'           USING tlmcpil cpdev
               IF tlmcpil-rc = '07' THEN
                 MOVE '20'               TO w-rej-cod
                 MOVE 'Devis plus en attente de reponse'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                 PERFORM ECRIT-REJET
                 ADD 1                   TO w-cpt-rej
               ELSE
                 PERFORM VRF-COD-RET
                 IF w-err-non THEN
                   ADD 1                 TO w-cpt-dev-sta
                   IF f-pil-dev-statut = 'A' THEN
                     PERFORM TRT-ENR-DEV-GAGNE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Devis accepte : cloture gagnee de son affaire au montant du
      * devis, via la fonction CLOSE de TLMPAFF9 (date du jour).
      *****************************************************************
       TRT-ENR-DEV-GAGNE.
           MOVE SPACES                   TO cpaff-ent
           MOVE cpdev-sor-lec-affid      TO cpaff-ent-clo-id
           MOVE 'G'                      TO cpaff-ent-clo-issue
           MOVE w-dev-mnt-brut           TO cpaff-ent-clo-mntsigne
           MOVE SPACES                   TO cpaff-ent-clo-dtsign
           MOVE 'CLOSE'                  TO tlmcpil-fct
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
           PERFORM VRF-COD-RET
      *    Affaire cloturee : j'incremente les compteurs
           IF w-err-non THEN
             ADD 1                       TO w-cpt-dev-acc
             ADD 1                       TO w-cpt-aff-clo
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une ligne Q : en creation (numero a
      * blanc), affaire, contact, date de validite et premiere ligne
      * presents, identifiants numeriques, statut a blanc ; en
      * reponse, numero numerique et statut A ou R.
      *****************************************************************
       VRF-CHAMPS-OBLIG-DEV.
           SET w-obl-oui                 TO TRUE
           IF f-pil-dev-id = SPACE THEN
             IF f-pil-dev-aff-id = SPACE OR
                f-pil-dev-con-id = SPACE OR
                f-pil-dev-dtvalid = SPACE OR
                f-pil-dev-lig (1) = SPACE THEN
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             ELSE
               IF f-pil-dev-aff-id NOT NUMERIC OR
                  f-pil-dev-con-id NOT NUMERIC OR
                  f-pil-dev-statut NOT = SPACE THEN
                 SET w-obl-non           TO TRUE
                 MOVE '19'               TO w-rej-cod
                 MOVE 'Devis invalide (ligne Q)'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               END-IF
             END-IF
           ELSE
             IF f-pil-dev-id NOT NUMERIC OR
                NOT f-pil-dev-statut-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '19'                 TO w-rej-cod
               MOVE 'Devis invalide (ligne Q)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne P : rendez-vous de commercial (table
      * TLMRDV via la couche physique TLMPRDV1).
      *  - numero a espace : prise du rendez-vous. La couche physique
      *    controle prospect, contact et commercial (inconnus ou
      *    inactifs : erreur, comme pour la ligne Q), puis refuse un
      *    creneau deja pris, un jour ferie, un week-end ou une
      *    absence du commercial (rejet motif '23', le motif precis
      *    au libelle) ;
      *  - numero renseigne : suite donnee, annule ('A') ou realise
      *    ('R'). Un rendez-vous qui n'est plus planifie est rejete
      *    (motif '22').
      *****************************************************************
       TRT-ENR-RDV.
           DISPLAY 'MET-RDV, FX RENDEZ-VOUS'
           PERFORM VRF-CHAMPS-OBLIG-RDV
           IF w-obl-non THEN
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-rej
           ELSE
             IF f-pil-rdv-id = SPACES THEN
               PERFORM TRT-ENR-RDV-AJO
             ELSE
               PERFORM TRT-ENR-RDV-STA
             END-IF
           END-IF
           .

      *****************************************************************
      * Ligne P sans numero : prise du rendez-vous.
      *****************************************************************
       TRT-ENR-RDV-AJO.
      *    je trace le rang de la ligne de pilotage courante (meme
      *    convention que les autres lignes)
           COMPUTE tlmcpil-src = w-cpt-lec + 1
           MOVE SPACES                   TO cprdv-ent
           MOVE f-pil-rdv-commercial     TO cprdv-ent-ajo-commercial
           MOVE f-pil-rdv-pro-id         TO cprdv-ent-ajo-proid
           MOVE f-pil-rdv-con-id         TO cprdv-ent-ajo-conid
           MOVE f-pil-rdv-dtrdv          TO cprdv-ent-ajo-dtrdv
           MOVE f-pil-rdv-hdebut         TO cprdv-ent-ajo-hdebut
           MOVE f-pil-rdv-hfin           TO cprdv-ent-ajo-hfin
           MOVE f-pil-rdv-lieu           TO cprdv-ent-ajo-lieu
           MOVE 'ADD'                    TO tlmcpil-fct
           CALL 'TLMPRDV1'               USING tlmcpil cprdv
           EVALUATE tlmcpil-rc
             WHEN '01'
             WHEN '05'
               MOVE '22'                 TO w-rej-cod
               MOVE 'Rendez-vous invalide (ligne P)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             WHEN '03'
             WHEN '09'
               MOVE '23'                 TO w-rej-cod
               EVALUATE TRUE
                 WHEN cprdv-sor-ajo-motif-chevauche
                   MOVE SPACES           TO w-rej-msg
                   STRING
                     'Creneau deja pris, rdv <' DELIMITED SIZE
                     cprdv-sor-ajo-conflit      DELIMITED SIZE
                     '>'                        DELIMITED SIZE
                     INTO w-rej-msg
                   END-STRING
                 WHEN cprdv-sor-ajo-motif-ferie
                   MOVE 'Rendez-vous un jour ferie (TLMJOF)'
                                          TO w-rej-msg
                 WHEN cprdv-sor-ajo-motif-weekend
                   MOVE 'Rendez-vous un samedi ou un dimanche'
                                          TO w-rej-msg
                 WHEN OTHER
                   MOVE 'Commercial absent ce jour (TLMDEL)'
                                          TO w-rej-msg
               END-EVALUATE
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             WHEN '04'
               DISPLAY 'MET-ERR RDV, prospect/contact/commercial <'
                       f-pil-rdv-pro-id '/' f-pil-rdv-con-id '/'
                       f-pil-rdv-commercial '>'
               ADD 1                     TO w-cpt-err
             WHEN OTHER
               PERFORM VRF-COD-RET
      *        Rendez-vous pris : j'incremente le compteur
               IF w-err-non THEN
                 ADD 1                   TO w-cpt-rdv
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Ligne P avec numero : rendez-vous annule ou realise.
      *****************************************************************
       TRT-ENR-RDV-STA.
           COMPUTE tlmcpil-src = w-cpt-lec + 1
           MOVE SPACES                   TO cprdv-ent
           MOVE f-pil-rdv-id             TO cprdv-ent-sta-id
           MOVE f-pil-rdv-statut         TO cprdv-ent-sta-statut
           MOVE 'STATUS'                 TO tlmcpil-fct
           CALL 'TLMPRDV1'               USING tlmcpil cprdv
           EVALUATE tlmcpil-rc
             WHEN '07'
               MOVE '22'                 TO w-rej-cod
               MOVE 'Rendez-vous plus planifie (ligne P)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               PERFORM ECRIT-REJET
               ADD 1                     TO w-cpt-rej
             WHEN '10'
               DISPLAY 'MET-ERR RDV, rendez-vous inconnu <'
                       f-pil-rdv-id '>'
               ADD 1                     TO w-cpt-err
             WHEN OTHER
               PERFORM VRF-COD-RET
               IF w-err-non THEN
                 ADD 1                   TO w-cpt-rdv-sta
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Controle de forme d'une ligne P : en prise de rendez-vous
      * (numero a blanc), prospect, date et heures presents,
      * identifiants, date et heures numeriques, statut a blanc ; en
      * suite donnee, numero numerique et statut A ou R.
      *****************************************************************
       VRF-CHAMPS-OBLIG-RDV.
           SET w-obl-oui                 TO TRUE
           IF f-pil-rdv-id = SPACE THEN
             IF f-pil-rdv-pro-id = SPACE OR
                f-pil-rdv-dtrdv = SPACE OR
                f-pil-rdv-hdebut = SPACE OR
                f-pil-rdv-hfin = SPACE THEN
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             ELSE
               IF f-pil-rdv-pro-id NOT NUMERIC OR
                  (f-pil-rdv-con-id NOT = SPACE AND
                   f-pil-rdv-con-id NOT NUMERIC) OR
                  f-pil-rdv-dtrdv NOT NUMERIC OR
                  f-pil-rdv-hdebut NOT NUMERIC OR
                  f-pil-rdv-hfin NOT NUMERIC OR
                  f-pil-rdv-statut NOT = SPACE THEN
                 SET w-obl-non           TO TRUE
                 MOVE '22'               TO w-rej-cod
                 MOVE 'Rendez-vous invalide (ligne P)'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               END-IF
             END-IF
           ELSE
             IF f-pil-rdv-id NOT NUMERIC OR
                NOT f-pil-rdv-statut-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '22'                 TO w-rej-cod
               MOVE 'Rendez-vous invalide (ligne P)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne I : declaration du concurrent en place
      * chez un prospect sur une ligne de produit, avec la date de fin
      * de son contrat (table TLMPAR via la couche physique TLMPPAR1).
      * Un concurrent a espace retire la declaration. Une declaration
      * sur un prospect inconnu est traitee en erreur, comme une note
      * ; une ligne de produit inconnue du referentiel TLMLIG rejette
      * la ligne (motif '17', comme pour les lignes O et Q), une date
      * de fin implausible en motif '27'.
      *****************************************************************
       TRT-ENR-PAR.
           DISPLAY 'MET-PAR, FX PARC CONCURRENT'
           PERFORM VRF-CHAMPS-OBLIG-PAR
           IF w-obl-non THEN
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-rej
           ELSE
             MOVE f-pil-par-pro-id       TO cppro-ent-lec-id
             MOVE 'SELECT'               TO tlmcpil-fct
             CALL 'TLMPPRO1'             USING tlmcpil cppro
             IF tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR PARC, prospect inconnu <'
                       f-pil-par-pro-id '>'
               ADD 1                     TO w-cpt-err
             ELSE
      *        je trace le rang de la ligne de pilotage courante
      *        (meme convention que les autres lignes)
               COMPUTE tlmcpil-src = w-cpt-lec + 1
               MOVE SPACES               TO cppar-ent
               MOVE f-pil-par-pro-id     TO cppar-ent-ajo-proid
               MOVE f-pil-par-ligne      TO cppar-ent-ajo-ligne
               MOVE f-pil-par-concurrent TO cppar-ent-ajo-concurrent
               MOVE f-pil-par-dtfin      TO cppar-ent-ajo-dtfin
               IF f-pil-par-concurrent = SPACES THEN
                 MOVE 'DELETE'           TO tlmcpil-fct
               ELSE
                 MOVE 'ADD'              TO tlmcpil-fct
               END-IF
               CALL 'TLMPPAR1'           USING tlmcpil cppar
               EVALUATE TRUE
                 WHEN tlmcpil-rc = '06'
                   MOVE '17'             TO w-rej-cod
                   MOVE 'Ligne de produit inconnue'
                                          TO w-rej-msg
                   DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                   PERFORM ECRIT-REJET
                   ADD 1                 TO w-cpt-rej
                 WHEN tlmcpil-rc = '05'
                   MOVE '27'             TO w-rej-cod
                   MOVE 'Parc concurrent invalide (ligne I)'
                                          TO w-rej-msg
                   DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                   PERFORM ECRIT-REJET
                   ADD 1                 TO w-cpt-rej
      *          retrait d'une declaration deja absente : rien a
      *          faire, la base est deja dans l'etat demande
                 WHEN tlmcpil-rc = '10' AND
                      f-pil-par-concurrent = SPACES
                   DISPLAY 'MET-PAR, rien a retirer <'
                           f-pil-par-pro-id '/' f-pil-par-ligne '>'
                 WHEN OTHER
                   PERFORM VRF-COD-RET
      *            Declaration chargee ou retiree : j'incremente le
      *            compteur
                   IF w-err-non THEN
                     ADD 1               TO w-cpt-par
                   END-IF
               END-EVALUATE
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une ligne I : identifiant prospect et
      * ligne de produit presents, identifiant numerique, date de fin
      * a blanc ou numerique.
      *****************************************************************
       VRF-CHAMPS-OBLIG-PAR.
           SET w-obl-oui                 TO TRUE
           IF f-pil-par-pro-id = SPACE OR
              f-pil-par-ligne = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
             DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
           ELSE
             IF f-pil-par-pro-id NOT NUMERIC OR
                (f-pil-par-dtfin NOT = SPACE AND
                 f-pil-par-dtfin NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '27'                 TO w-rej-cod
               MOVE 'Parc concurrent invalide (ligne I)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Traitement d'une ligne W : mise en attente ("ne pas solliciter
      * avant le") d'un prospect - et par la meme de tous ses
      * contacts - ou d'un seul contact, via la fonction HOLD de la
      * couche physique TLMPPRO1 ou TLMPCON2. Une date a espace leve
      * l'attente. Une cible inconnue ou inactive est traitee en
      * erreur, comme une note ; une ligne malformee rejetee en motif
      * '29'.
      *****************************************************************
       TRT-ENR-ATT.
           DISPLAY 'MET-ATT, FX MISE EN ATTENTE'
           PERFORM VRF-CHAMPS-OBLIG-ATT
           IF w-obl-non THEN
             PERFORM ECRIT-REJET
             ADD 1                       TO w-cpt-rej
           ELSE
      *      je trace le rang de la ligne de pilotage courante
      *      (meme convention que les autres lignes)
             COMPUTE tlmcpil-src = w-cpt-lec + 1
             MOVE 'HOLD'                 TO tlmcpil-fct
             IF f-pil-att-type-pro THEN
               MOVE SPACES               TO cppro-ent
               MOVE f-pil-att-id         TO cppro-ent-att-id
               MOVE f-pil-att-date       TO cppro-ent-att-date
               MOVE f-pil-att-motif      TO cppro-ent-att-motif
               CALL 'TLMPPRO1'           USING tlmcpil cppro
             ELSE
               MOVE SPACES               TO cpcon-ent
               MOVE f-pil-att-id         TO cpcon-ent-att-id
               MOVE f-pil-att-date       TO cpcon-ent-att-date
               MOVE f-pil-att-motif      TO cpcon-ent-att-motif
               CALL 'TLMPCON2'           USING tlmcpil cpcon
             END-IF
             EVALUATE tlmcpil-rc
               WHEN '10'
                 DISPLAY 'MET-ERR ATTENTE, cible inconnue <'
                         f-pil-att-type '/' f-pil-att-id '>'
                 ADD 1                   TO w-cpt-err
               WHEN '02'
                 MOVE '29'               TO w-rej-cod
                 MOVE 'Mise en attente invalide (ligne W)'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                 PERFORM ECRIT-REJET
                 ADD 1                   TO w-cpt-rej
               WHEN OTHER
                 PERFORM VRF-COD-RET
      *          Attente posee ou levee : j'incremente le compteur
                 IF w-err-non THEN
                   ADD 1                 TO w-cpt-att
                 END-IF
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une ligne W : identifiant present et
      * numerique, type de cible 'P' ou 'C', date de reprise a blanc
      * ou numerique.
      *****************************************************************
       VRF-CHAMPS-OBLIG-ATT.
           SET w-obl-oui                 TO TRUE
           IF f-pil-att-id = SPACE OR
              f-pil-att-type = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
             DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
           ELSE
             IF f-pil-att-id NOT NUMERIC OR
                NOT f-pil-att-type-valide OR
                (f-pil-att-date NOT = SPACE AND
                 f-pil-att-date NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '29'                 TO w-rej-cod
               MOVE 'Mise en attente invalide (ligne W)'
                                          TO w-rej-msg
               DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle de forme d'une ligne U : identifiant contact et
      * prospect d'arrivee presents et numeriques, et distincts du
                 MOVE 'Type d''adresse invalide (ni L, ni F)'
                                          TO w-rej-msg
                 DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
               ELSE
      *          code pays : espace (France) ou deux lettres
                 IF f-pil-adr-pays NOT = SPACES AND
                    (f-pil-adr-pays NOT ALPHABETIC-UPPER OR
                     f-pil-adr-pays (1 : 1) = SPACE OR
                     f-pil-adr-pays (2 : 1) = SPACE) THEN
                   SET w-obl-non         TO TRUE
                   MOVE '25'             TO w-rej-cod
                   MOVE 'Code pays invalide (ligne D)'
                                          TO w-rej-msg
                   DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                 END-IF
               END-IF
             END-IF
           END-IF
                   MOVE 'Stade de prospect invalide (N,Q,C,P)'
                                          TO w-rej-msg
                   DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                 ELSE
                   IF NOT f-pil-pro-qbudget-valide OR
                      NOT f-pil-pro-qdecideur-valide OR
                      NOT f-pil-pro-qbesoin-valide OR
                      NOT f-pil-pro-qdelai-valide THEN
                     SET w-obl-non       TO TRUE
                     MOVE '34'           TO w-rej-cod
                     MOVE 'Critere de qualification invalide'
                                          TO w-rej-msg
                     DISPLAY 'Rejet <' w-rej-cod '> ' w-rej-msg
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle du parrain d'un prospect a creer : identifiant
      * numerique d'un prospect actif au stade 'C' (client). Un
      * refus leve w-par-ok-non, traduit en rejet '28' par
      * l'appelant. La zone d'echange est rendue a l'identifiant du
      * prospect de la ligne.
      *****************************************************************
       VRF-PARRAIN.
           IF f-pil-pro-parrain NOT NUMERIC THEN
             SET w-par-ok-non            TO TRUE
           ELSE
             MOVE f-pil-pro-parrain      TO cppro-ent-lec-id
             MOVE 'SELECT'               TO tlmcpil-fct
             CALL 'TLMPPRO1'             USING tlmcpil cppro
             IF tlmcpil-rc NOT = '00'
                OR cppro-sor-lec-stade NOT = 'C' THEN
               SET w-par-ok-non          TO TRUE
             END-IF
             MOVE f-pil-pro-id           TO cppro-ent-lec-id
           END-IF
           IF w-par-ok-non THEN
             DISPLAY 'Parrain refuse <' f-pil-pro-parrain '>'
           END-IF
           .

      *****************************************************************
      * Creation d'un prospect
      *****************************************************************
      *    source d'acquisition portee par la ligne, estampillee a la
      *    creation (espace = origine inconnue)
           MOVE f-pil-pro-source         TO cppro-ent-ajo-source
      *    client parrain, controle au prealable (cf. VRF-PARRAIN)
           MOVE f-pil-pro-parrain        TO cppro-ent-ajo-parrain
      *    liste achetee : creation en probation (STATUT 'E')
           IF w-probation-oui THEN
             MOVE 'O'                    TO cppro-ent-ajo-probation
      *    fichier de pilotage : on releve la valeur actuellement en
      *    base pour la reconduire, plutot que d'ecraser le contact
      *    avec des octets perimes (cf. LECTURE-CON).
      *    L'image relue sert aussi a l'arbitrage des champs
      *    proteges par la matrice de priorite (cf. ARBITRE-CON) ;
      *    contact introuvable = rien a arbitrer, l'UPDATE echouera.
           PERFORM JETON-PIL-CON
           PERFORM LECTURE-CON
           PERFORM INIT-ARBITRE-CON
           MOVE f-pil-con-id             TO cpcon-ent-maj-id
           MOVE f-pil-con-note           TO cpcon-ent-maj-note
           MOVE f-pil-con-pid            TO cpcon-ent-maj-pid
           IF tlmcpil-rc = '00' THEN
             ELSE
               MOVE cpcon-sor-lec-langue TO cpcon-ent-maj-langue
             END-IF
             PERFORM ARBITRE-CON
           ELSE
             MOVE 'N'                    TO cpcon-ent-maj-optout
             MOVE 'N'                    TO cpcon-ent-maj-princ
             MOVE f-pil-con-plage        TO cpcon-ent-maj-plage
             MOVE f-pil-con-langue       TO cpcon-ent-maj-langue
           END-IF
           MOVE w-arb-con-nom            TO cpcon-ent-maj-nom
           MOVE w-arb-con-prenom         TO cpcon-ent-maj-prenom
           MOVE w-arb-con-tel            TO cpcon-ent-maj-tel
           MOVE w-arb-con-mel            TO cpcon-ent-maj-mel
           MOVE 'UPDATE'                 TO tlmcpil-fct
           CALL 'TLMPCON2'               USING tlmcpil cpcon
           PERFORM VRF-COD-RET
           IF w-err-non THEN
             MOVE f-pil-con-id           TO w-prv-id
             PERFORM ENREG-PROVENANCE-CON
           END-IF
      *    Contact mis a jour : j'incremente le compteur dedie
           ADD 1                         TO w-cpt-maj-con
           .
           IF w-masse-oui AND NOT w-abort-oui THEN
             PERFORM APPLIQUE-MASSE
           END-IF
           IF w-repet-oui THEN
      *      Repetition : cliche apres releve sur l'unite de travail
      *      encore ouverte (volumetrie qu'aurait laissee le passage),
      *      puis annulation de tout le passage ; seule la liberation
      *      du verrou d'execution est ensuite validee.
             PERFORM SNAPSHOT-APRES
             PERFORM ANNULE-BDD
             IF w-verrou-exe-oui THEN
               PERFORM LIBERE-VERROU
             END-IF
             PERFORM COMMIT-BDD
           ELSE
      *      Liberation du verrou d'execution, validee par le COMMIT
      *      final ci-dessous.
             IF w-verrou-exe-oui THEN
               PERFORM LIBERE-VERROU
             END-IF
      *      Validation finale des enregistrements traites depuis le
      *      dernier point de synchronisation periodique.
             PERFORM COMMIT-BDD
      *      Cliche final et ecriture du BILAN pilotage/BDD
             PERFORM SNAPSHOT-APRES
           END-IF
           CLOSE pilote1
           IF w-pilote1 NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PILOTAGE1 <' w-pilote1 '>'
           IF w-rejet NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REJETS <' w-rejet '>'
           END-IF
           IF w-repet-non THEN
             CLOSE xref
             IF w-xref NOT = '00' THEN
               DISPLAY 'MET-ERR FERMETURE XREF <' w-xref '>'
             END-IF
           END-IF
      *    Combien de ligne traitees avec succes ? SUP + AJO + MAJ
           ADD w-cpt-ajo w-cpt-maj       TO w-cpt-sup
                                         GIVING w-cpt-tot
      *    Traitement complet et sans incident : le checkpoint est
      *    remis a zero, un prochain run redemarrera depuis le debut.
      *    Une repetition ne touche pas au checkpoint.
           IF NOT w-abort-oui AND w-repet-non THEN
             OPEN OUTPUT ckpt
             MOVE 0                      TO f-ckpt
             WRITE f-ckpt
           MOVE '                                                 '
                                       TO w-enr-log
           PERFORM ECRIT-LOG
      *    Repetition : les compteurs qui suivent sont ce qui AURAIT
      *    ete applique, rien n'est reste en base
           IF w-repet-oui THEN
             MOVE 'REPETITION : passage complet annule (ROLLBACK)'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'Compteurs ci-dessous = ce qui aurait ete applique'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE '                                                 '
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
      *    Affichage des differents compteurs
           MOVE 'Compteurs de lecture(s) du fichier de mise a jour'
                                       TO w-enr-log
           MOVE w-rap-aff              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien d'affaires cloturees (gagnees/perdues/abandonnees) ?
           MOVE w-cpt-aff-clo          TO w-rap-aff-clo-nbr
           MOVE w-rap-aff-clo          TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de mutations de contact appliquees ?
           MOVE w-cpt-mut              TO w-rap-mut-nbr
           MOVE w-rap-mut              TO w-enr-log
           MOVE w-rap-not              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de roles d'affaire poses ou retires ?
           MOVE w-cpt-rol              TO w-rap-rol-nbr
           MOVE w-rap-rol              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de devis crees, de reponses et d'acceptations ?
           MOVE w-cpt-dev              TO w-rap-dev-nbr
           MOVE w-rap-dev              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dev-sta          TO w-rap-dev-sta-nbr
           MOVE w-rap-dev-sta          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dev-acc          TO w-rap-dev-acc-nbr
           MOVE w-rap-dev-acc          TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de rendez-vous pris, annules ou realises ?
           MOVE w-cpt-rdv              TO w-rap-rdv-nbr
           MOVE w-rap-rdv              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rdv-sta          TO w-rap-rdv-sta-nbr
           MOVE w-rap-rdv-sta          TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de declarations de parc concurrent ?
           MOVE w-cpt-par              TO w-rap-par-nbr
           MOVE w-rap-par              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Combien de mises en attente ?
           MOVE w-cpt-att              TO w-rap-att-nbr
           MOVE w-rap-att              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Violations d'habilitation emetteur ?
           MOVE w-cpt-viol             TO w-rap-viol-nbr
           MOVE w-rap-viol             TO w-enr-log
           PERFORM ECRIT-LOG

      *    Champs ecartes au profit d'une source prioritaire ?
           MOVE w-cpt-prv              TO w-rap-prv-nbr
           MOVE w-rap-prv              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Segmentations NAF/effectif ecartees ?
           MOVE w-cpt-seg              TO w-rap-seg-nbr
           MOVE w-rap-seg              TO w-enr-log
           PERFORM ECRIT-LOG

      *    Le mode masse etait-il engage sur ce passage ?
           IF w-masse-oui THEN
             MOVE 'Mode masse : M/S/V/C/D appliquees ensemblistes'
             PERFORM ECRIT-LOG
           END-IF

      *    Repetition : volumetrie active qu'aurait laissee le passage
           IF w-repet-oui THEN
             MOVE w-snap-pro-avant     TO w-rap-vol-pro-avant
             MOVE w-snap-pro-apres     TO w-rap-vol-pro-apres
             MOVE w-rap-vol-pro        TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-snap-con-avant     TO w-rap-vol-con-avant
             MOVE w-snap-con-apres     TO w-rap-vol-con-apres
             MOVE w-rap-vol-con        TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF

      *    Repartition par source de pilotage (2eme source facultative)
           MOVE w-cpt-ajo-pil1         TO w-rap-src1-ajo
           MOVE w-cpt-maj-pil1         TO w-rap-src1-maj
           MOVE '| Environnement :     BIZ1                       |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-repet-oui THEN
             MOVE '| MODE REPETITION : TOUT EST ANNULE EN FIN       |'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           ACCEPT w-date-exec            FROM DATE YYYYMMDD
           ACCEPT w-heure-exec           FROM TIME
           STRING
