      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : ORGANISATION COMMERCIALE
      * NOM DU PROGRAMME : TLMBPGM100
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA
      *    HIERARCHIE COMMERCIALE DEPUIS LE FICHIER REFORG FOURNI PAR
      *    LA DIRECTION COMMERCIALE, DEUX TYPES D'ENREGISTREMENT :
      *       - 'U' UNITE : TYPE EN COL.1, NIVEAU EN COL.2 ('E'
      *         EQUIPE, 'R' REGION), CODE EN COL.3-6, LIBELLE EN
      *         COL.7-36, NOM DU RESPONSABLE (CHEF D'EQUIPE OU
      *         DIRECTEUR REGIONAL) EN COL.37-71 ;
      *       - 'H' RATTACHEMENT : TYPE EN COL.1, NIVEAU EN COL.2
      *         ('C' COMMERCIAL -> EQUIPE, 'E' EQUIPE -> REGION),
      *         CODE EN COL.3-6, PARENT EN COL.7-10, PREMIER JOUR
      *         DE VALIDITE EN COL.11-18 ET DERNIER JOUR EN
      *         COL.19-26 (AAAAMMJJ, ESPACE = RATTACHEMENT EN COURS).
      *    LES UNITES PRECEDENT LES RATTACHEMENTS DANS LE FICHIER. LES
      *    TABLES TLMEQU ET TLMHIE SONT ENTIEREMENT REMPLACEES : LE
      *    FICHIER EST LA VERITE DE L'ORGANISATION, HISTORIQUE DES
      *    PERIODES COMPRIS (MEME PRINCIPE QUE TLMBPGM90). UNE
      *    REORGANISATION SE SAISIT EN FERMANT LA PERIODE EN COURS ET
      *    EN OUVRANT LA SUIVANTE, JAMAIS EN REECRIVANT L'ANCIENNE.
      *    SONT REJETES : LE COMMERCIAL INCONNU DE TLMCOM, L'EQUIPE OU
      *    LA REGION INCONNUE DE TLMEQU, LES DATES INVALIDES ET LA
      *    PERIODE QUI CHEVAUCHE UNE PERIODE DEJA CHARGEE DU MEME CODE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM100.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200113.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de l'organisation commerciale (DD REFORG)
           SELECT orgfic ASSIGN TO REFORG
             FILE STATUS IS w-orgfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD orgfic RECORDING MODE F.
       01 f-org.
           05 f-org-type                  PIC  X(01).
              88 f-org-type-unite                 VALUE 'U'.
              88 f-org-type-hierarchie            VALUE 'H'.
           05 f-org-corps                 PIC  X(79).
      *    Vue d'un enregistrement unite
           05 f-org-unite REDEFINES f-org-corps.
              10 f-uni-niveau             PIC  X(01).
                 88 f-uni-niveau-valide           VALUE 'E' 'R'.
              10 f-uni-code               PIC  X(04).
              10 f-uni-libelle            PIC  X(30).
              10 f-uni-responsable        PIC  X(35).
              10 FILLER                   PIC  X(09).
      *    Vue d'un enregistrement rattachement
           05 f-org-hierarchie REDEFINES f-org-corps.
              10 f-hie-niveau             PIC  X(01).
                 88 f-hie-niveau-commercial       VALUE 'C'.
                 88 f-hie-niveau-equipe           VALUE 'E'.
              10 f-hie-code               PIC  X(04).
              10 f-hie-parent             PIC  X(04).
              10 f-hie-dtdebut            PIC  X(08).
              10 f-hie-dtfin              PIC  X(08).
              10 FILLER                   PIC  X(54).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour TLMEQU et TLMHIE
           EXEC SQL
             INCLUDE DCLEQU
           END-EXEC.
           EXEC SQL
             INCLUDE DCLHIE
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-orgfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFORG
       01 w-eof-org                      PIC   9.
           88 w-eof-org-oui                      VALUE 1.
           88 w-eof-org-non                      VALUE 0.
      *    Controles d'existence et de chevauchement
       77 w-nb-code                      PIC  S9(09) COMP.
       77 w-nb-parent                    PIC  S9(09) COMP.
       77 w-nb-chevauche                 PIC  S9(09) COMP.
      *    Niveau TLMEQU attendu pour le code et pour le parent
       77 w-niv-code                     PIC   X(01).
       77 w-niv-parent                   PIC   X(01).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-unite                 PIC  S9(07) COMP-3.
           05 w-cpt-hierarchie            PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-unite.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''equipes et regions chargees :     '.
           05 w-rap-unite-nbr             PIC   ZZZZZZ9.
       01 w-rap-hierarchie.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de rattachements dates charges :    '.
           05 w-rap-hierarchie-nbr        PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE L''ORGANISATION COMMERCIALE'
           PERFORM INIT
           PERFORM VIDE-TABLES
           PERFORM TRT-ORGANISATION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT orgfic
           IF w-orgfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFORG <' w-orgfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-unite
                                              w-cpt-hierarchie
                                              w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne organisation (unites et
      * rattachements dates) est effacee avant le chargement.
      *****************************************************************
       VIDE-TABLES.
           EXEC SQL
             DELETE FROM TRAIN04.TLMHIE
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMHIE <' sqlcode '>'
           END-IF
           EXEC SQL
             DELETE FROM TRAIN04.TLMEQU
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMEQU <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier de l'organisation
      *****************************************************************
       TRT-ORGANISATION.
           SET w-eof-org-non                TO TRUE
           PERFORM LEC-ORGANISATION
           PERFORM CHARGE-ENR               UNTIL w-eof-org-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-ORGANISATION.
           READ orgfic
             AT END     SET w-eof-org-oui  TO TRUE
             NOT AT END SET w-eof-org-non  TO TRUE
           END-READ
           .

       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN f-org-type-unite
               PERFORM CHARGE-UNITE
             WHEN f-org-type-hierarchie
               PERFORM CHARGE-HIERARCHIE
             WHEN OTHER
               MOVE 'type inconnu'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
           END-EVALUATE
           PERFORM LEC-ORGANISATION
           .

      *****************************************************************
      * Chargement d'une unite : niveau 'E'/'R' et code renseigne.
      *****************************************************************
       CHARGE-UNITE.
           IF NOT f-uni-niveau-valide OR f-uni-code = SPACES THEN
             MOVE 'unite invalide'         TO w-enr-log (40 : 20)
             PERFORM REJETTE-ENR
           ELSE
             MOVE f-uni-niveau             TO tlmequ-niveau
             MOVE f-uni-code               TO tlmequ-code
             MOVE f-uni-libelle            TO tlmequ-libelle
             MOVE f-uni-responsable        TO tlmequ-responsable
             EXEC SQL
               INSERT INTO TRAIN04.TLMEQU (
                   NIVEAU, CODE, LIBELLE, RESPONSABLE)
                 VALUES (
                   :tlmequ-niveau, :tlmequ-code, :tlmequ-libelle,
                   :tlmequ-responsable)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-unite
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMEQU <' tlmequ-niveau
                       '><' tlmequ-code '> SQLCODE <' sqlcode '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Chargement d'un rattachement date : niveau 'C'/'E', dates
      * AAAAMMJJ numeriques et ordonnees (fin a espace = en cours),
      * code et parent connus, pas de chevauchement avec une periode
      * deja chargee du meme code.
      *****************************************************************
       CHARGE-HIERARCHIE.
           IF f-hie-dtfin = SPACES THEN
             MOVE '99991231'               TO f-hie-dtfin
           END-IF
           EVALUATE TRUE
             WHEN NOT f-hie-niveau-commercial
                  AND NOT f-hie-niveau-equipe
               MOVE 'niveau invalide'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-hie-dtdebut NOT NUMERIC
               OR f-hie-dtfin NOT NUMERIC
               OR f-hie-dtfin < f-hie-dtdebut
               MOVE 'dates invalides'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM VRF-HIERARCHIE
           END-EVALUATE
           .

       VRF-HIERARCHIE.
           IF f-hie-niveau-commercial THEN
             EXEC SQL
               SELECT COUNT(*) INTO :w-nb-code
                 FROM TRAIN04.TLMCOM
                 WHERE CODE = :f-hie-code
             END-EXEC
             MOVE 'E'                      TO w-niv-parent
           ELSE
             MOVE 'E'                      TO w-niv-code
             EXEC SQL
               SELECT COUNT(*) INTO :w-nb-code
                 FROM TRAIN04.TLMEQU
                 WHERE NIVEAU = :w-niv-code
                   AND CODE   = :f-hie-code
             END-EXEC
             MOVE 'R'                      TO w-niv-parent
           END-IF
           EXEC SQL
             SELECT COUNT(*) INTO :w-nb-parent
               FROM TRAIN04.TLMEQU
               WHERE NIVEAU = :w-niv-parent
                 AND CODE   = :f-hie-parent
           END-EXEC
           EXEC SQL
             SELECT COUNT(*) INTO :w-nb-chevauche
               FROM TRAIN04.TLMHIE
               WHERE NIVEAU  = :f-hie-niveau
                 AND CODE    = :f-hie-code
                 AND DTDEBUT <= :f-hie-dtfin
                 AND DTFIN   >= :f-hie-dtdebut
           END-EXEC
           EVALUATE TRUE
             WHEN w-nb-code = 0
               MOVE 'code inconnu'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-parent = 0
               MOVE 'parent inconnu'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-chevauche > 0
               MOVE 'periode chevauchante' TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-HIERARCHIE
           END-EVALUATE
           .

       INSERE-HIERARCHIE.
           MOVE f-hie-niveau               TO tlmhie-niveau
           MOVE f-hie-code                 TO tlmhie-code
           MOVE f-hie-parent               TO tlmhie-parent
           MOVE f-hie-dtdebut              TO tlmhie-dtdebut
           MOVE f-hie-dtfin                TO tlmhie-dtfin
           EXEC SQL
             INSERT INTO TRAIN04.TLMHIE (
                 NIVEAU, CODE, PARENT, DTDEBUT, DTFIN)
               VALUES (
                 :tlmhie-niveau, :tlmhie-code, :tlmhie-parent,
                 :tlmhie-dtdebut, :tlmhie-dtfin)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-hierarchie
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMHIE <' tlmhie-niveau
                     '><' tlmhie-code '> SQLCODE <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-org (1 : 30)             TO w-enr-log (8 : 30)
           MOVE '>'                        TO w-enr-log (38 : 1)
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
           MOVE '|   CHARGEMENT DE L''ORGANISATION COMMERCIALE     |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ----------------------------------------     |'
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
           MOVE w-cpt-unite            TO w-rap-unite-nbr
           MOVE w-rap-unite            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-hierarchie       TO w-rap-hierarchie-nbr
           MOVE w-rap-hierarchie       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE orgfic
           IF w-orgfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFORG <' w-orgfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM100.
