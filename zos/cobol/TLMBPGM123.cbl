      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SEGMENTATION DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM123
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL D'ENRICHISSEMENT
      *    DES PROSPECTS DEPUIS LE FICHIER D'ENRICHISSEMENT SIREN
      *    (EXTRAIT DU REPERTOIRE SIRENE), UN ENREGISTREMENT PAR
      *    ETABLISSEMENT :
      *       - SIRET EN COL.1-14 ;
      *       - CODE D'ACTIVITE PRINCIPALE NAF/APE EN COL.15-19,
      *         NIVEAU SOUS-CLASSE (EX. 6201Z) ;
      *       - TRANCHE D'EFFECTIF SALARIE INSEE EN COL.20-21.
      *    UN CODE OU UNE TRANCHE A ESPACE LAISSE LA VALEUR EN BASE
      *    INCHANGEE. LE CODE NAF DOIT EXISTER DANS LE REFERENTIEL
      *    TLMNAF (TLMBPGM122), LA TRANCHE DANS LA CODIFICATION INSEE
      *    (CF. TLMPRO-TRANCHE) ; SINON L'ENREGISTREMENT EST REJETE.
      *    TOUS LES PROSPECTS ACTIFS OU EN PROBATION DE CE SIRET SONT
      *    MIS A JOUR, SAUF S'ILS PORTENT DEJA CES VALEURS. VALIDATION
      *    UNIQUE EN FIN DE FICHIER ; EN CAS D'ANOMALIE SQL RIEN N'EST
      *    VALIDE (MEME PRINCIPE QUE TLMBPGM104).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM123.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200608.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'enrichissement SIREN (DD ENRSIR)
           SELECT enrsir ASSIGN TO ENRSIR
             FILE STATUS IS w-enrsir.
      *    Fichier de journalisation (compte-rendu d'enrichissement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD enrsir RECORDING MODE F.
       01 f-enr.
           05 f-enr-siret                 PIC  X(14).
           05 f-enr-naf                   PIC  X(05).
           05 f-enr-tranche               PIC  X(02).
           05 FILLER                      PIC  X(59).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMPRO
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-enrsir                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier ENRSIR
       01 w-eof-enr                      PIC   9.
           88 w-eof-enr-oui                      VALUE 1.
           88 w-eof-enr-non                      VALUE 0.
      *    Nombre de sous-classes TLMNAF portant le code lu, et de
      *    prospects actifs ou en probation portant le SIRET lu
       77 w-naf-cnt                      PIC  S9(07) COMP-3.
       77 w-pro-cnt                      PIC  S9(07) COMP-3.
       77 w-minuscules                   PIC   X(26) VALUE
            'abcdefghijklmnopqrstuvwxyz'.
       77 w-majuscules                   PIC   X(26) VALUE
            'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-maj                   PIC  S9(07) COMP-3.
           05 w-cpt-inchange              PIC  S9(07) COMP-3.
           05 w-cpt-inconnu               PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''etablissements lus :              '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-maj.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects enrichis :             '.
           05 w-rap-maj-nbr               PIC   ZZZZZZ9.
       01 w-rap-inchange.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''etablissements deja a jour :      '.
           05 w-rap-inchange-nbr          PIC   ZZZZZZ9.
       01 w-rap-inconnu.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de SIRET sans prospect :            '.
           05 w-rap-inconnu-nbr           PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ENRICHISSEMENT SIREN DES PROSPECTS'
           PERFORM INIT
           PERFORM TRT-ENRICHISSEMENT
           PERFORM FIN
           GOBACK
           .

      * Ouverture des fichiers et ecriture de l'entete du log.
       INIT.
           OPEN INPUT enrsir
           IF w-enrsir NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ENRSIR <' w-enrsir '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-maj
                                              w-cpt-inchange
                                              w-cpt-inconnu w-cpt-rejet
           PERFORM ENTETE
           .

      * Parcours du fichier d'enrichissement, validation unique en fin
      * de fichier ; en cas d'anomalie SQL rien n'est valide.
       TRT-ENRICHISSEMENT.
           SET w-eof-enr-non                TO TRUE
           IF w-enrsir = '00' THEN
             PERFORM LEC-ENRSIR
           ELSE
             SET w-eof-enr-oui              TO TRUE
           END-IF
           PERFORM CHARGE-ENR               UNTIL w-eof-enr-oui
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-maj
             MOVE 'Enrichissement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-ENRSIR.
           READ enrsir
             AT END     SET w-eof-enr-oui  TO TRUE
             NOT AT END SET w-eof-enr-non  TO TRUE
           END-READ
           .

      * Controle d'un etablissement : SIRET numerique, au moins une
      * donnee a reporter, code NAF au referentiel, tranche connue.
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-enr-siret                TO tlmpro-siret
           MOVE f-enr-naf                  TO tlmpro-naf
           MOVE f-enr-tranche              TO tlmpro-tranche
           INSPECT tlmpro-naf CONVERTING w-minuscules TO w-majuscules
           PERFORM CTL-NAF
           EVALUATE TRUE
             WHEN f-enr-siret NOT NUMERIC
               MOVE 'SIRET invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN tlmpro-naf = SPACES AND tlmpro-tranche = SPACES
               MOVE 'rien a reporter'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-naf-cnt = 0
               MOVE 'code NAF inconnu'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN tlmpro-tranche NOT = SPACES
                  AND NOT TLMPRO-TRANCHE-VALIDE
               MOVE 'tranche invalide'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM ENRICHIT-PROSPECT
           END-EVALUATE
           PERFORM LEC-ENRSIR
           .

      * Existence du code NAF (niveau sous-classe) dans TLMNAF ; un
      * code a espace n'est pas controle.
       CTL-NAF.
           MOVE 1                          TO w-naf-cnt
           IF tlmpro-naf NOT = SPACES THEN
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-naf-cnt
                 FROM TRAIN04.TLMNAF
                 WHERE CODE   = :tlmpro-naf
                   AND NIVEAU = 'C'
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               DISPLAY 'MET-ERR SELECT TLMNAF <' tlmpro-naf
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               MOVE 0                      TO w-naf-cnt
             END-IF
           END-IF
           .

      * Report sur les prospects du SIRET : seuls ceux dont une valeur
      * change sont touches ; aucun prospect touche, le SIRET est soit
      * deja a jour, soit absent de la base.
       ENRICHIT-PROSPECT.
           EXEC SQL
             UPDATE TRAIN04.TLMPRO
               SET NAF     = CASE WHEN :tlmpro-naf = ' '
                                  THEN NAF
                                  ELSE :tlmpro-naf END,
                   TRANCHE = CASE WHEN :tlmpro-tranche = ' '
                                  THEN TRANCHE
                                  ELSE :tlmpro-tranche END,
                   DTMAJ   = CURRENT TIMESTAMP
               WHERE SIRET  = :tlmpro-siret
                 AND STATUT IN ('A', 'E')
                 AND ((:tlmpro-naf <> ' '
                       AND NAF <> :tlmpro-naf)
                   OR (:tlmpro-tranche <> ' '
                       AND TRANCHE <> :tlmpro-tranche))
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD (3)             TO w-cpt-maj
             WHEN 100
               PERFORM COMPTE-SIRET
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR UPDATE TLMPRO <' tlmpro-siret
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       COMPTE-SIRET.
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-pro-cnt
               FROM TRAIN04.TLMPRO
               WHERE SIRET  = :tlmpro-siret
                 AND STATUT IN ('A', 'E')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR SELECT TLMPRO <' tlmpro-siret
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             IF w-pro-cnt = 0 THEN
               ADD 1                       TO w-cpt-inconnu
             ELSE
               ADD 1                       TO w-cpt-inchange
             END-IF
           END-IF
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-enr (1 : 21)             TO w-enr-log (8 : 21)
           MOVE '>'                        TO w-enr-log (29 : 1)
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
           MOVE '|     ENRICHISSEMENT SIREN DES PROSPECTS         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ----------------------------------         |'
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
           MOVE w-cpt-maj              TO w-rap-maj-nbr
           MOVE w-rap-maj              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-inchange         TO w-rap-inchange-nbr
           MOVE w-rap-inchange         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-inconnu          TO w-rap-inconnu-nbr
           MOVE w-rap-inconnu          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE enrsir
           IF w-enrsir NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ENRSIR <' w-enrsir '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM123.
