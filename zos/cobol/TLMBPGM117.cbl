      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : DIFFUSION DES EDITIONS PAR DESTINATAIRE
      * NOM DU PROGRAMME : TLMBPGM117
      * DESCRIPTION      : PROGRAMME BATCH D'ECLATEMENT D'UNE EDITION
      *    BALISEE (TLMBPGM5, TLMBPGM39, TLMBPGM61, TLMBPGM78,
      *    TLMBPGM87 : BALISE DE DIFFUSION A CHAQUE CHANGEMENT DE
      *    DESTINATAIRE, CF. TLMCDIF1) EN UNE SORTIE ADRESSEE PAR
      *    DESTINATAIRE, SELON LA TABLE DE DIFFUSION TLMDIF :
      *       - 'I' IMPRIMANTE : SYSOUT ALLOUE DYNAMIQUEMENT AVEC LA
      *         DESTINATION JES DE LA TABLE ;
      *       - 'B' BOITE AUX LETTRES SECURISEE : FICHIER DU JOUR
      *         TRAIN04.TLM.BAL.<BOITE>.DAAMMJJ, ALLOUE EN MOD (LES
      *         EDITIONS DU JOUR D'UNE MEME BOITE S'Y SUIVENT) ;
      *       - 'A' ARCHIVE SEULE : AUCUNE SORTIE ADRESSEE.
      *    LES LIGNES D'UN MEME DESTINATAIRE SONT REGROUPEES PAR UN
      *    TRI (ORDRE D'ORIGINE CONSERVE) : UN ABONNE QUI REVIENT DANS
      *    PLUSIEURS BLOCS RECOIT UNE SEULE SORTIE.
      *    L'EDITION COMPLETE, BALISES RETIREES, EST TOUJOURS RECOPIEE
      *    SUR ARCHIVE. UN DESTINATAIRE ABSENT DE TLMDIF, OU DONT LA
      *    SORTIE N'A PU ETRE ALLOUEE, RESTE EN ARCHIVE SEULE : RIEN
      *    N'EST ENVOYE A UNE ADRESSE DEVINEE.
      *    CHAQUE DESTINATAIRE TRAITE FAIT L'OBJET D'UNE LIGNE AU
      *    JOURNAL DE DIFFUSION DISTLOG (DATE, HEURE, EDITION,
      *    DESTINATAIRE, MODE, ADRESSE, NOMBRE DE LIGNES, STATUT),
      *    CONSERVE EN CUMUL POUR LE DELEGUE A LA PROTECTION DES
      *    DONNEES.
      *    LE FICHIER DE CONTROLE CONTROLE PORTE LE FORMAT DE
      *    L'EDITION EN COL.1 : 'J' FICHIER JOURNAUX 80 COLONNES (DD
      *    RAPJOUR, PAR DEFAUT), 'E' FICHIER D'IMPRESSION 132 COLONNES
      *    PRECEDEES DU SAUT ASA (DD RAPEDIT). LES SORTIES SONT TOUTES
      *    AU FORMAT D'IMPRESSION (SAUT ASA + 132 COLONNES), CHAQUE
      *    DESTINATAIRE COMMENCANT SUR UNE PAGE NEUVE.
      *    CODES RETOUR : 0 = TOUT EST PARTI ; 4 = DESTINATAIRE(S)
      *    ABSENT(S) DE TLMDIF ; 8 = ALLOCATION, ECRITURE OU LECTURE
      *    TLMDIF EN ECHEC ; 16 = EDITION ILLISIBLE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM117.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200504.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle : format de l'edition a eclater
           SELECT controle ASSIGN TO CONTROLE
             FILE STATUS IS w-controle.
      *    Edition balisee au format JOURNAUX (80 colonnes)
           SELECT rapjour ASSIGN TO RAPJOUR
             FILE STATUS IS w-rapjour.
      *    Edition balisee au format impression (ASA + 132 colonnes)
           SELECT rapedit ASSIGN TO RAPEDIT
             FILE STATUS IS w-rapedit.
      *    Archive de l'edition complete, balises retirees
           SELECT archive ASSIGN TO ARCHIVE
             FILE STATUS IS w-archive.
      *    Sortie adressee du destinataire courant (allouee
      *    dynamiquement pour chaque destinataire)
           SELECT diffuse ASSIGN TO DIFFUSE
             FILE STATUS IS w-diffuse.
      *    Journal de diffusion (cumul, pour le DPO)
           SELECT distlog ASSIGN TO DISTLOG
             FILE STATUS IS w-distlog.
      *    Fichier de travail du tri
           SELECT tritrav ASSIGN TO TRITRAV.
      *    Fichier de journalisation (compte-rendu d'eclatement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD controle RECORDING MODE F.
       01 f-controle.
           05 f-ctl-format                PIC  X(01).
           05 FILLER                      PIC  X(79).
       FD rapjour RECORDING MODE F.
       01 f-rapjour                      PIC   X(80).
       FD rapedit RECORDING MODE F.
       01 f-rapedit                      PIC   X(133).
       FD archive RECORDING MODE F.
       01 f-archive                      PIC   X(133).
       FD diffuse RECORDING MODE F.
       01 f-diffuse                      PIC   X(133).
       FD distlog RECORDING MODE F.
       01 f-dst.
      *    Date (AAAAMMJJ) et heure (HHMMSS) de la diffusion
           05 f-dst-date                  PIC  X(08).
           05 f-dst-heure                 PIC  X(06).
      *    Edition diffusee
           05 f-dst-rapport               PIC  X(10).
      *    Destinataire (type et code, cf. TLMCDIF1)
           05 f-dst-type                  PIC  X(01).
           05 f-dst-code                  PIC  X(08).
      *    Mode retenu ('I', 'B' ou 'A') et adresse
           05 f-dst-mode                  PIC  X(01).
           05 f-dst-adresse               PIC  X(17).
      *    Nombre de lignes du destinataire
           05 f-dst-nblig                 PIC  9(07).
      *    TRANSMIS, ARCHIVE, NON REFER, ECHEC ALLO, ECHEC ECRI,
      *    ERREUR SQL
           05 f-dst-statut                PIC  X(10).
           05 FILLER                      PIC  X(12).
       SD tritrav.
       01 t-tri.
      *    Cle de tri : destinataire, puis rang de lecture (l'ordre
      *    de l'edition est conserve pour chaque destinataire)
           05 t-tri-type               PIC  X(01).
           05 t-tri-code               PIC  X(08).
           05 t-tri-seq                PIC  9(07).
      *    Edition emettrice, portee par la balise
           05 t-tri-rapport            PIC  X(10).
      *    Ligne au format impression (saut ASA + 132 colonnes)
           05 t-tri-ligne.
              10 t-tri-asa             PIC  X(01).
              10 t-tri-texte           PIC  X(132).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD (table TLMDIF)
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
           EXEC SQL
             INCLUDE DCLDIF
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-controle                     PIC   X(02).
       01 w-rapjour                      PIC   X(02).
       01 w-rapedit                      PIC   X(02).
       01 w-archive                      PIC   X(02).
       01 w-diffuse                      PIC   X(02).
       01 w-distlog                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Format de l'edition a eclater
       01 w-format                       PIC   X(01) VALUE 'J'.
           88 w-format-journal                   VALUE 'J'.
           88 w-format-edition                   VALUE 'E'.
      *    Edition ouverte et lisible ?
       01 w-ent-ok                       PIC   9.
           88 w-ent-ok-oui                       VALUE 1.
           88 w-ent-ok-non                       VALUE 0.
      *    Fin de l'edition / fin du tri
       01 w-fin-ent                      PIC   9.
           88 w-fin-ent-oui                      VALUE 1.
           88 w-fin-ent-non                      VALUE 0.
       01 w-fin-tri                      PIC   9.
           88 w-fin-tri-oui                      VALUE 1.
           88 w-fin-tri-non                      VALUE 0.
      *    Ligne lue, ramenee au format impression
       01 w-ligne.
           05 w-ligne-asa                PIC   X(01).
           05 w-ligne-texte              PIC   X(132).
      *    Vue balise de la ligne lue
       COPY TLMCDIF1 REPLACING ==:PROG:== BY ==w==.
      *    Destinataire courant a la lecture (derniere balise vue ;
      *    type blanc = hors diffusion, archive seule)
       01 w-cour-rapport                 PIC   X(10).
       01 w-cour-type                    PIC   X(01).
       01 w-cour-code                    PIC   X(08).
      *    Rang de lecture
       77 w-seq                          PIC   9(07).
      *    Destinataire en cours de restitution et sa diffusion
       01 w-dest-type                    PIC   X(01).
       01 w-dest-code                    PIC   X(08).
       01 w-dest-rapport                 PIC   X(10).
       01 w-dest-mode                    PIC   X(01).
       01 w-dest-adresse                 PIC   X(17).
       01 w-dest-statut                  PIC   X(10).
       77 w-dest-nblig                   PIC  S9(07) COMP-3.
       01 w-dest-vu                      PIC   9.
           88 w-dest-vu-oui                      VALUE 1.
           88 w-dest-vu-non                      VALUE 0.
       01 w-dest-ouvert                  PIC   9.
           88 w-dest-ouvert-oui                  VALUE 1.
           88 w-dest-ouvert-non                  VALUE 0.
      *    Demande d'allocation dynamique (BPXWDYN : longueur puis
      *    texte de la demande) et son code retour
       01 w-dyn.
           05 w-dyn-lng                  PIC  S9(04) COMP.
           05 w-dyn-txt                  PIC   X(200).
       77 w-dyn-ptr                      PIC  S9(04) COMP.
       77 w-dyn-rc                       PIC  S9(09) COMP.
      *    Date et heure de la diffusion
       01 w-date-jour                    PIC   9(08).
       01 FILLER REDEFINES w-date-jour.
           05 FILLER                     PIC   X(02).
           05 w-date-aammjj              PIC   X(06).
       01 w-heure                        PIC   9(08).
       01 FILLER REDEFINES w-heure.
           05 w-heure-hhmmss             PIC   X(06).
           05 FILLER                     PIC   X(02).
      *    Code retour du programme (le CALL de BPXWDYN ecrase
      *    RETURN-CODE, il n'est pose qu'en fin de traitement)
       77 w-rc                           PIC  S9(04) COMP.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-balise                PIC  S9(07) COMP-3.
           05 w-cpt-hors                  PIC  S9(07) COMP-3.
           05 w-cpt-dest                  PIC  S9(07) COMP-3.
           05 w-cpt-transmis              PIC  S9(07) COMP-3.
           05 w-cpt-archive               PIC  S9(07) COMP-3.
           05 w-cpt-nonref                PIC  S9(07) COMP-3.
           05 w-cpt-echec                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes lues (balises comprises) :          '.
           05 w-rap-lec-nbr               PIC   ZZZBZZ9.
       01 w-rap-balise.
           05 FILLER                     PIC   X(43) VALUE
                'Balises de diffusion rencontrees :         '.
           05 w-rap-balise-nbr            PIC   ZZZBZZ9.
       01 w-rap-hors.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes hors diffusion (archive seule) :    '.
           05 w-rap-hors-nbr              PIC   ZZZBZZ9.
       01 w-rap-dest.
           05 FILLER                     PIC   X(43) VALUE
                'Destinataires traites :                    '.
           05 w-rap-dest-nbr              PIC   ZZZBZZ9.
       01 w-rap-transmis.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sorties adressees emises :          '.
           05 w-rap-transmis-nbr          PIC   ZZZBZZ9.
       01 w-rap-archive.
           05 FILLER                     PIC   X(43) VALUE
                '  dont archive seule (table TLMDIF) :      '.
           05 w-rap-archive-nbr           PIC   ZZZBZZ9.
       01 w-rap-nonref.
           05 FILLER                     PIC   X(43) VALUE
                '  dont absents de TLMDIF :                 '.
           05 w-rap-nonref-nbr            PIC   ZZZBZZ9.
       01 w-rap-echec.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sorties en echec :                  '.
           05 w-rap-echec-nbr             PIC   ZZZBZZ9.
       77 w-nblig-aff                    PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ECLATEMENT DES EDITIONS PAR DESTINATAIRE'
           PERFORM INIT
           IF w-ent-ok-oui THEN
             SORT tritrav
               ON ASCENDING KEY t-tri-type
                                t-tri-code
                                t-tri-seq
               INPUT PROCEDURE  ALIMENTE-TRI
               OUTPUT PROCEDURE RESTITUE-TRI
           ELSE
             MOVE 16                      TO w-rc
           END-IF
           PERFORM FIN
           MOVE w-rc                      TO RETURN-CODE
           GOBACK
           .

      *****************************************************************
      * Lecture du format, ouverture des fichiers et entete du log.
      *****************************************************************
       INIT.
           MOVE 0                         TO w-rc
           MOVE 0                         TO w-cpt-lec w-cpt-balise
                                             w-cpt-hors w-cpt-dest
                                             w-cpt-transmis
                                             w-cpt-archive
                                             w-cpt-nonref
                                             w-cpt-echec
           ACCEPT w-date-jour             FROM DATE YYYYMMDD
           ACCEPT w-heure                 FROM TIME
           OPEN INPUT controle
           IF w-controle = '00' THEN
             READ controle
                 AT END     CONTINUE
                 NOT AT END
                   IF f-ctl-format = 'E' THEN
                     SET w-format-edition TO TRUE
                   END-IF
             END-READ
             CLOSE controle
           END-IF
           SET w-ent-ok-oui               TO TRUE
           IF w-format-edition THEN
             OPEN INPUT rapedit
             IF w-rapedit NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE RAPEDIT <' w-rapedit '>'
               SET w-ent-ok-non           TO TRUE
             END-IF
           ELSE
             OPEN INPUT rapjour
             IF w-rapjour NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE RAPJOUR <' w-rapjour '>'
               SET w-ent-ok-non           TO TRUE
             END-IF
           END-IF
           OPEN OUTPUT archive
           IF w-archive NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ARCHIVE <' w-archive '>'
             SET w-ent-ok-non             TO TRUE
           END-IF
           OPEN OUTPUT distlog
           IF w-distlog NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE DISTLOG <' w-distlog '>'
             SET w-ent-ok-non             TO TRUE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           PERFORM ENTETE
           .

      *****************************************************************
      * Procedure d'entree du tri : chaque ligne de l'edition part a
      * l'archive ; une balise change le destinataire courant ; une
      * ligne d'un destinataire est versee au tri, une ligne hors
      * diffusion reste en archive seule.
      *****************************************************************
       ALIMENTE-TRI.
           MOVE SPACES                    TO w-cour-rapport
                                             w-cour-type
                                             w-cour-code
           MOVE 0                         TO w-seq
           SET w-fin-ent-non              TO TRUE
           PERFORM LEC-ENTREE
           PERFORM VERSE-LIGNE            UNTIL w-fin-ent-oui
           .

       LEC-ENTREE.
           IF w-format-edition THEN
             READ rapedit
               AT END     SET w-fin-ent-oui TO TRUE
               NOT AT END MOVE f-rapedit    TO w-ligne
             END-READ
           ELSE
             READ rapjour
               AT END     SET w-fin-ent-oui TO TRUE
               NOT AT END MOVE ' '          TO w-ligne-asa
                          MOVE f-rapjour    TO w-ligne-texte
             END-READ
           END-IF
           .

       VERSE-LIGNE.
           ADD 1                          TO w-cpt-lec
           MOVE w-ligne-texte (1 : 80)    TO w-dif
           IF w-dif-marque-ok THEN
             ADD 1                        TO w-cpt-balise
             MOVE w-dif-rapport           TO w-cour-rapport
             IF w-dif-type-valide THEN
               MOVE w-dif-type            TO w-cour-type
               MOVE w-dif-code            TO w-cour-code
             ELSE
      *        type inconnu ou blanc : hors diffusion
               MOVE SPACES                TO w-cour-type
                                             w-cour-code
             END-IF
           ELSE
             PERFORM ECRIT-ARCHIVE
             IF w-cour-type = SPACES THEN
               ADD 1                      TO w-cpt-hors
             ELSE
               ADD 1                      TO w-seq
               MOVE w-cour-type           TO t-tri-type
               MOVE w-cour-code           TO t-tri-code
               MOVE w-seq                 TO t-tri-seq
               MOVE w-cour-rapport        TO t-tri-rapport
               MOVE w-ligne               TO t-tri-ligne
               RELEASE t-tri
             END-IF
           END-IF
           PERFORM LEC-ENTREE
           .

       ECRIT-ARCHIVE.
           WRITE f-archive                FROM w-ligne
           IF w-archive NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE ARCHIVE <' w-archive '>'
           END-IF
           .

      *****************************************************************
      * Procedure de sortie du tri : les lignes reviennent groupees
      * par destinataire. A chaque changement, la sortie du
      * destinataire precedent est refermee et journalisee, celle du
      * suivant ouverte selon TLMDIF ; sa premiere ligne saute page.
      *****************************************************************
       RESTITUE-TRI.
           SET w-dest-vu-non              TO TRUE
           SET w-dest-ouvert-non          TO TRUE
           SET w-fin-tri-non              TO TRUE
           PERFORM RETOUR-TRI
           PERFORM TRT-LIGNE-TRIEE        UNTIL w-fin-tri-oui
           IF w-dest-vu-oui THEN
             PERFORM CLOT-DESTINATAIRE
           END-IF
           .

       RETOUR-TRI.
           RETURN tritrav
             AT END SET w-fin-tri-oui     TO TRUE
           END-RETURN
           .

       TRT-LIGNE-TRIEE.
           IF w-dest-vu-non OR t-tri-type NOT = w-dest-type
              OR t-tri-code NOT = w-dest-code THEN
             IF w-dest-vu-oui THEN
               PERFORM CLOT-DESTINATAIRE
             END-IF
             PERFORM OUVRE-DESTINATAIRE
             MOVE '1'                     TO t-tri-asa
           END-IF
           ADD 1                          TO w-dest-nblig
           IF w-dest-ouvert-oui THEN
             WRITE f-diffuse              FROM t-tri-ligne
             IF w-diffuse NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE DIFFUSE <' w-diffuse '><'
                       w-dest-type '/' w-dest-code '>'
               MOVE 'ECHEC ECRI'          TO w-dest-statut
               PERFORM FERME-DIFFUSE
             END-IF
           END-IF
           PERFORM RETOUR-TRI
           .

      *****************************************************************
      * Nouveau destinataire : regle de diffusion TLMDIF (la ligne
      * propre a l'edition l'emporte sur la ligne '*'), puis
      * allocation de sa sortie adressee.
      *****************************************************************
       OUVRE-DESTINATAIRE.
           ADD 1                          TO w-cpt-dest
           SET w-dest-vu-oui              TO TRUE
           MOVE t-tri-type                TO w-dest-type
           MOVE t-tri-code                TO w-dest-code
           MOVE t-tri-rapport             TO w-dest-rapport
           MOVE 0                         TO w-dest-nblig
           MOVE SPACES                    TO w-dest-adresse
           EXEC SQL
             SELECT MODE, ADRESSE
               INTO :tlmdif-mode, :tlmdif-adresse
               FROM TRAIN04.TLMDIF
               WHERE RAPPORT IN (:w-dest-rapport, '*')
                 AND TYPEDEST = :w-dest-type
                 AND CODEDEST = :w-dest-code
               ORDER BY CASE WHEN RAPPORT = '*' THEN 1 ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE = 100
               MOVE 'A'                   TO w-dest-mode
               MOVE 'NON REFER'           TO w-dest-statut
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR SELECT TLMDIF <' w-dest-type '/'
                       w-dest-code '> SQLCODE <' sqlcode '>'
               MOVE 'A'                   TO w-dest-mode
               MOVE 'ERREUR SQL'          TO w-dest-statut
             WHEN tlmdif-mode-imprimante OR tlmdif-mode-boite
               MOVE tlmdif-mode           TO w-dest-mode
               MOVE tlmdif-adresse        TO w-dest-adresse
               PERFORM ALLOUE-DIFFUSE
             WHEN OTHER
               MOVE 'A'                   TO w-dest-mode
               MOVE 'ARCHIVE'             TO w-dest-statut
           END-EVALUATE
           .

      *****************************************************************
      * Allocation dynamique (BPXWDYN) du DD DIFFUSE pour le
      * destinataire courant, puis ouverture : SYSOUT dirige vers
      * l'imprimante, ou fichier du jour de la boite aux lettres.
      *****************************************************************
       ALLOUE-DIFFUSE.
           MOVE SPACES                    TO w-dyn-txt
           MOVE 1                         TO w-dyn-ptr
           IF tlmdif-mode-imprimante THEN
             STRING
               'ALLOC FI(DIFFUSE) SYSOUT(A) DEST('
                                          DELIMITED SIZE
               w-dest-adresse             DELIMITED SPACE
               ') RECFM(F,B,A) LRECL(133) REUSE MSG(WTP)'
                                          DELIMITED SIZE
               INTO w-dyn-txt
               WITH POINTER w-dyn-ptr
             END-STRING
           ELSE
             STRING
               'ALLOC FI(DIFFUSE) DA(''TRAIN04.TLM.BAL.'
                                          DELIMITED SIZE
               w-dest-adresse             DELIMITED SPACE
               '.D'                       DELIMITED SIZE
               w-date-aammjj              DELIMITED SIZE
               ''') MOD CATALOG TRACKS SPACE(5,5)'
                                          DELIMITED SIZE
               ' RECFM(F,B,A) LRECL(133) REUSE MSG(WTP)'
                                          DELIMITED SIZE
               INTO w-dyn-txt
               WITH POINTER w-dyn-ptr
             END-STRING
           END-IF
           COMPUTE w-dyn-lng = w-dyn-ptr - 1
           CALL 'BPXWDYN'                 USING w-dyn
           MOVE RETURN-CODE               TO w-dyn-rc
           IF w-dyn-rc NOT = 0 THEN
             DISPLAY 'MET-ERR ALLOCATION DIFFUSE <' w-dest-type '/'
                     w-dest-code '> RC <' w-dyn-rc '>'
             MOVE 'ECHEC ALLO'            TO w-dest-statut
           ELSE
             OPEN OUTPUT diffuse
             IF w-diffuse NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE DIFFUSE <' w-diffuse '><'
                       w-dest-type '/' w-dest-code '>'
               MOVE 'ECHEC ALLO'          TO w-dest-statut
               PERFORM LIBERE-DIFFUSE
             ELSE
               SET w-dest-ouvert-oui      TO TRUE
               MOVE 'TRANSMIS'            TO w-dest-statut
             END-IF
           END-IF
           .

      *****************************************************************
      * Fermeture de la sortie adressee et liberation du DD : le
      * SYSOUT part a l'impression sans attendre la fin du pas.
      *****************************************************************
       FERME-DIFFUSE.
           CLOSE diffuse
           IF w-diffuse NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE DIFFUSE <' w-diffuse '>'
           END-IF
           SET w-dest-ouvert-non          TO TRUE
           PERFORM LIBERE-DIFFUSE
           .

       LIBERE-DIFFUSE.
           MOVE 'FREE FI(DIFFUSE)'        TO w-dyn-txt
           MOVE 16                        TO w-dyn-lng
           CALL 'BPXWDYN'                 USING w-dyn
           .

      *****************************************************************
      * Fin d'un destinataire : fermeture de sa sortie, ligne au
      * journal de diffusion et au compte-rendu, cumul des compteurs
      * et du code retour.
      *****************************************************************
       CLOT-DESTINATAIRE.
           IF w-dest-ouvert-oui THEN
             PERFORM FERME-DIFFUSE
           END-IF
           EVALUATE w-dest-statut
             WHEN 'TRANSMIS'
               ADD 1                      TO w-cpt-transmis
             WHEN 'ARCHIVE'
               ADD 1                      TO w-cpt-archive
             WHEN 'NON REFER'
               ADD 1                      TO w-cpt-nonref
               IF w-rc < 4 THEN
                 MOVE 4                   TO w-rc
               END-IF
             WHEN OTHER
               ADD 1                      TO w-cpt-echec
               IF w-rc < 8 THEN
                 MOVE 8                   TO w-rc
               END-IF
           END-EVALUATE
           MOVE SPACES                    TO f-dst
           MOVE w-date-jour               TO f-dst-date
           MOVE w-heure-hhmmss            TO f-dst-heure
           MOVE w-dest-rapport            TO f-dst-rapport
           MOVE w-dest-type               TO f-dst-type
           MOVE w-dest-code               TO f-dst-code
           MOVE w-dest-mode               TO f-dst-mode
           MOVE w-dest-adresse            TO f-dst-adresse
           MOVE w-dest-nblig              TO f-dst-nblig
           MOVE w-dest-statut             TO f-dst-statut
           WRITE f-dst
           IF w-distlog NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE DISTLOG <' w-distlog '>'
           END-IF
           MOVE w-dest-nblig              TO w-nblig-aff
           STRING
             'DEST <'                     DELIMITED SIZE
             w-dest-type                  DELIMITED SIZE
             '/'                          DELIMITED SIZE
             w-dest-code                  DELIMITED SIZE
             '> mode <'                   DELIMITED SIZE
             w-dest-mode                  DELIMITED SIZE
             '> <'                        DELIMITED SIZE
             w-dest-adresse               DELIMITED SIZE
             '>'                          DELIMITED SIZE
             w-nblig-aff                  DELIMITED SIZE
             ' lig. '                     DELIMITED SIZE
             w-dest-statut                DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
      *****************************************************************
       ECRIT-LOG.
           WRITE f-log                     FROM w-enr-log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE JOURNAUX <' w-log '>'
           END-IF
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Entete du compte-rendu
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ECLATEMENT DES EDITIONS PAR DESTINATAIRE      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ----------------------------------------      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture des fichiers
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-balise           TO w-rap-balise-nbr
           MOVE w-rap-balise           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-hors             TO w-rap-hors-nbr
           MOVE w-rap-hors             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dest             TO w-rap-dest-nbr
           MOVE w-rap-dest             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-transmis         TO w-rap-transmis-nbr
           MOVE w-rap-transmis         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-archive          TO w-rap-archive-nbr
           MOVE w-rap-archive          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nonref           TO w-rap-nonref-nbr
           MOVE w-rap-nonref           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-echec            TO w-rap-echec-nbr
           MOVE w-rap-echec            TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-format-edition THEN
             CLOSE rapedit
           ELSE
             CLOSE rapjour
           END-IF
           CLOSE archive
           IF w-archive NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ARCHIVE <' w-archive '>'
           END-IF
           CLOSE distlog
           IF w-distlog NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE DISTLOG <' w-distlog '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM117.
