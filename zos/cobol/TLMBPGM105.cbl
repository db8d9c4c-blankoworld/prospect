      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : NOTATION DU RISQUE DE CREDIT
      * NOM DU PROGRAMME : TLMBPGM105
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL D'EDITION DES
      *    PROSPECTS ACTIFS DONT LA NOTATION DE L'ASSUREUR-CREDIT S'EST
      *    DEGRADEE AU DERNIER CHARGEMENT (TLMRSQ.DEGRADE, POSE PAR
      *    TLMBPGM104) : RATTACHEMENT PAR LE SIREN (NEUF PREMIERS
      *    CHIFFRES DU SIRET), UNE LIGNE PAR ETABLISSEMENT AVEC SON
      *    STADE, SON COMMERCIAL, L'ANCIENNE ET LA NOUVELLE NOTE ET LA
      *    PROCEDURE COLLECTIVE AVANT/APRES. LES NOTATIONS EN ALERTE
      *    (RISQUE ELEVE OU PROCEDURE COLLECTIVE) SONT EDITEES EN TETE
      *    ET SIGNALEES : LES OUVERTURES DE COMPTE DE CES PROSPECTS
      *    SONT RETENUES (TLMBPGM53) JUSQU'A L'ACCORD DU CREDIT
      *    MANAGER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM105.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200210.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (edition des degradations)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Code d'etat du fichier JOURNAUX
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur
       01 w-eot-deg                      PIC   9.
           88 w-eot-deg-oui                      VALUE 1.
           88 w-eot-deg-non                      VALUE 0.
      *    Ligne courante du curseur : notation et etablissement
       01 w-siren                        PIC   X(09).
       01 w-note                         PIC  S9(02) COMP-3.
       01 w-noteprec                     PIC  S9(02) COMP-3.
       01 w-procol                       PIC   X(01).
       01 w-procolprec                   PIC   X(01).
       01 w-alerte                       PIC   X(01).
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-stade                    PIC   X(01).
       01 w-pro-commercial               PIC   X(04).
      *    SIREN de la ligne precedente (comptage des entites)
       01 w-siren-prec                   PIC   X(09).
      *    Ligne d'edition d'un etablissement
       01 w-det.
           05 w-det-siren                 PIC  X(09).
           05 FILLER                      PIC  X(01).
           05 w-det-id                    PIC  X(06).
           05 FILLER                      PIC  X(01).
           05 w-det-nom                   PIC  X(30).
           05 FILLER                      PIC  X(01).
           05 w-det-stade                 PIC  X(01).
           05 FILLER                      PIC  X(02).
           05 w-det-commercial            PIC  X(04).
           05 FILLER                      PIC  X(01).
           05 w-det-noteprec              PIC  Z9.
           05 w-det-fleche-note           PIC  X(02).
           05 w-det-note                  PIC  Z9.
           05 FILLER                      PIC  X(03).
           05 w-det-procolprec            PIC  X(01).
           05 w-det-fleche-pc             PIC  X(02).
           05 w-det-procol                PIC  X(01).
           05 FILLER                      PIC  X(02).
           05 w-det-alerte                PIC  X(06).
       01 w-titre.
           05 FILLER                      PIC  X(48) VALUE
                'SIREN     PROSP. NOM                            '.
           05 FILLER                      PIC  X(32) VALUE
                'ST COM. NOTE     P.C.  ALERTE   '.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-siren                 PIC  S9(07) COMP-3.
           05 w-cpt-etab                  PIC  S9(07) COMP-3.
           05 w-cpt-alerte                PIC  S9(07) COMP-3.
       01 w-rap-siren.
           05 FILLER                     PIC   X(43) VALUE
                'Entites (SIREN) a notation degradee :      '.
           05 w-rap-siren-nbr             PIC   ZZZZZZ9.
       01 w-rap-etab.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects actifs concernes :               '.
           05 w-rap-etab-nbr              PIC   ZZZZZZ9.
       01 w-rap-alerte.
           05 FILLER                     PIC   X(43) VALUE
                '  dont notation en alerte :                '.
           05 w-rap-alerte-nbr            PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des prospects actifs dont l'entite juridique a vu sa
      * notation degradee au dernier chargement, les notations en
      * alerte d'abord.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-DEGRADE CURSOR FOR
               SELECT R.SIREN, R.NOTE, R.NOTEPREC, R.PROCOL,
                      R.PROCOLPREC, R.ALERTE,
                      P.ID, P.NOM, P.STADE, P.COMMERCIAL
               FROM TRAIN04.TLMRSQ R, TRAIN04.TLMPRO P
               WHERE R.DEGRADE = 'O'
                 AND P.STATUT = 'A'
                 AND SUBSTR(P.SIRET, 1, 9) = R.SIREN
               ORDER BY R.ALERTE DESC, R.SIREN, P.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, DEGRADATIONS DE NOTATION CREDIT'
           PERFORM INIT
           PERFORM TRT-DEGRADES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du log et ecriture de l'entete.
      *****************************************************************
       INIT.
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-siren w-cpt-etab
                                              w-cpt-alerte
           MOVE SPACES                     TO w-siren-prec
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des prospects a notation degradee.
      *****************************************************************
       TRT-DEGRADES.
           EXEC SQL
             OPEN CURS-DEGRADE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-DEGRADE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-deg-non             TO TRUE
             PERFORM LEC-DEGRADE
             PERFORM EDITE-DEGRADE         UNTIL w-eot-deg-oui
             EXEC SQL
               CLOSE CURS-DEGRADE
             END-EXEC
           END-IF
           .

       LEC-DEGRADE.
           EXEC SQL
             FETCH CURS-DEGRADE
               INTO :w-siren, :w-note, :w-noteprec, :w-procol,
                    :w-procolprec, :w-alerte,
                    :w-pro-id, :w-pro-nom, :w-pro-stade,
                    :w-pro-commercial
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-deg-non           TO TRUE
             WHEN 100
               SET w-eot-deg-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-DEGRADE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-deg-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Edition d'un etablissement ; une notation precedente a zero
      * (premiere notation) est editee a blanc.
      *****************************************************************
       EDITE-DEGRADE.
           ADD 1                           TO w-cpt-etab
           IF w-siren NOT = w-siren-prec THEN
             ADD 1                         TO w-cpt-siren
             MOVE w-siren                  TO w-siren-prec
           END-IF
           MOVE SPACES                     TO w-det
           MOVE w-siren                    TO w-det-siren
           MOVE w-pro-id                   TO w-det-id
           MOVE w-pro-nom                  TO w-det-nom
           MOVE w-pro-stade                TO w-det-stade
           MOVE w-pro-commercial           TO w-det-commercial
           IF w-noteprec NOT = 0 THEN
             MOVE w-noteprec               TO w-det-noteprec
           END-IF
           MOVE '->'                       TO w-det-fleche-note
                                              w-det-fleche-pc
           MOVE w-note                     TO w-det-note
           MOVE w-procolprec               TO w-det-procolprec
           MOVE w-procol                   TO w-det-procol
           IF w-alerte = 'O' THEN
             ADD 1                         TO w-cpt-alerte
             MOVE 'ALERTE'                 TO w-det-alerte
           END-IF
           MOVE w-det                      TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM LEC-DEGRADE
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
      * Entete de l'edition
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   DEGRADATIONS DE NOTATION DU RISQUE CREDIT    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-titre                TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture du log
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-siren            TO w-rap-siren-nbr
           MOVE w-rap-siren            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-etab             TO w-rap-etab-nbr
           MOVE w-rap-etab             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-alerte           TO w-rap-alerte-nbr
           MOVE w-rap-alerte           TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM105.
