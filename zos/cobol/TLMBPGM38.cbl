      * DESCRIPTION      : PROGRAMME BATCH DE REAFFECTATION EN MASSE
      *    DES PROSPECTS D'UN CHARGE DE COMPTE A UN AUTRE (DEPART,
      *    REORGANISATION) : TOUS LES PROSPECTS ACTIFS DU COMMERCIAL
      *    CEDANT PASSENT AU REPRENEUR, PUIS LE CEDANT EST ARCHIVE
      *    DANS TLMCOM (VIA TLMPCOM4).
      *    LE FICHIER DE CONTROLE TRANSFERT PORTE LE CODE DU CEDANT
      *    ET CELUI DU REPRENEUR ; LE REPRENEUR DOIT EXISTER ET ETRE
      *    ACTIF DANS TLMCOM.
      *    VALIDATION TOUTES LES N LIGNES (PARAMETRE COMMIT DE LA
      *    TABLE CENTRALE TLMCFG, 500 PAR DEFAUT) AVEC UN POINT DE
      *    CONTROLE (TLMCKP) : APRES UN ABEND, LEVER LE VERROU
      *    ORPHELIN (TLMBPGM46) PUIS RELANCER AVEC LE MEME FICHIER
      *    TRANSFERT, LE TRAITEMENT REPREND APRES LE DERNIER PROSPECT
      *    VALIDE. LE POINT DE CONTROLE D'UN AUTRE TRANSFERT (AUTRE
      *    CEDANT OU AUTRE REPRENEUR) EST IGNORE.
      *    CHAQUE PROSPECT REAFFECTE EST TRACE DANS TLMREA, DANS LA
      *    MEME UNITE DE TRAVAIL : LE DOSSIER DE PASSATION DU REPRENEUR
      *    ET LES LETTRES AUX CONTACTS PRINCIPAUX EN SONT TIRES PAR
      *    TLMBPGM152.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM38.
       01 w-trf-ok                       PIC   9.
           88 w-trf-ok-oui                       VALUE 1.
           88 w-trf-ok-non                       VALUE 0.
      *    Fin de parcours du curseur du portefeuille cede
       01 w-eot-pro                      PIC   9.
           88 w-eot-pro-oui                      VALUE 1.
           88 w-eot-pro-non                      VALUE 0.
      *    Prospect courant du portefeuille cede
       01 w-pro-id                       PIC   X(06).
      *    Clauses COPY pour echange avec les couches physiques de la
      *    table des parametres (TLMPCFG1) et des points de controle
      *    (TLMPCKP1)
           COPY TLMCCFG1 REPLACING ==:PROG:== BY ==cpcfg==.
           COPY TLMCCKP1 REPLACING ==:PROG:== BY ==cpckp==.
      *    Intervalle de validation en lignes (parametre COMMIT de
      *    TLMCFG, ou valeur par defaut ci-dessous)
       01 w-commit-freq                  PIC  9(07) VALUE 500.
       01 w-commit-div                   PIC  9(07).
       01 w-commit-rem                   PIC  9(07).
      *    Reprise sur point de controle (TLMCKP) : cle de depart
      *    (espace = depuis le debut), derniere cle traitee, contexte
      *    du traitement couvert
       01 w-reprise                      PIC   9.
           88 w-reprise-oui                      VALUE 1.
           88 w-reprise-non                      VALUE 0.
       01 w-ckp-depart                   PIC   X(06).
       01 w-ckp-cle                      PIC   X(06).
       01 w-ckp-contexte                 PIC   X(20).
      *    Lecture du curseur interrompue sur erreur SQL ? (pas de
      *    cloture du point de controle, la relance reprendra)
       01 w-interrompu                   PIC   9.
           88 w-interrompu-oui                   VALUE 1.
           88 w-interrompu-non                   VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-reaffecte             PIC  S9(07) COMP-3.
      *       Prospects reaffectes par les tentatives precedentes
           05 w-cpt-prec                  PIC  S9(07) COMP-3.
       01 w-rap-reaffecte.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects reaffectes :           '.
           05 w-rap-reaffecte-nbr         PIC   ZZZZZZ9.
       01 w-rap-freq.
           05 FILLER                     PIC   X(43) VALUE
                'Intervalle de validation (lignes) :        '.
           05 w-rap-freq-nbr              PIC   ZZZZZZ9.
       01 w-rap-reprise.
           05 FILLER                     PIC   X(43) VALUE
                'Reprise apres la cle :                     '.
           05 w-rap-reprise-cle           PIC   X(06).
       01 w-rap-prec.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes traitees, tentative precedente :    '.
           05 w-rap-prec-nbr              PIC   ZZZZZZ9.
       01 w-rap-fait.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes traitees, cette execution :         '.
           05 w-rap-fait-nbr              PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des prospects actifs du cedant, a partir de la cle de
      * reprise ; maintenu ouvert aux validations intermediaires
      * (WITH HOLD)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-CEDANT CURSOR WITH HOLD FOR
               SELECT ID
               FROM TRAIN04.TLMPRO
               WHERE COMMERCIAL = :w-cedant
                 AND STATUT = 'A'
                 AND ID > :w-ckp-depart
               ORDER BY ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, REEQUILIBRAGE DES PORTEFEUILLES'
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-reaffecte
      *    le point de controle ne vaut que pour le meme transfert
           MOVE SPACES                     TO w-ckp-contexte
           MOVE w-cedant                   TO w-ckp-contexte (1 : 4)
           MOVE w-repreneur                TO w-ckp-contexte (5 : 4)
           PERFORM LIT-PARAMETRES
           PERFORM LIT-POINT-CONTROLE
           PERFORM ENTETE
           IF w-cedant = SPACES OR w-repreneur = SPACES
              OR w-cedant = w-repreneur THEN
           .

      *****************************************************************
      * Reaffectation de tous les prospects actifs du cedant au
      * repreneur, sans toucher a DTMAJ (changement d'organisation
      * interne, pas une modification metier de la fiche), avec un
      * point de controle periodique (cf. POINT-CONTROLE). Sur
      * erreur, seule la tranche en cours est annulee et le cedant
      * n'est pas archive : la relance termine le transfert.
      *****************************************************************
       REAFFECTE-PORTEFEUILLE.
           EXEC SQL
             OPEN CURS-PRO-CEDANT
           END-EXEC
           SET w-eot-pro-non               TO TRUE
           PERFORM LEC-PRO-CEDANT
           PERFORM REAFFECTE-PRO           UNTIL w-eot-pro-oui
           EXEC SQL
             CLOSE CURS-PRO-CEDANT
           END-EXEC
           IF w-interrompu-oui THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
             SET w-trf-ok-non              TO TRUE
           END-IF
           PERFORM CLOT-POINT-CONTROLE
           IF w-interrompu-non THEN
             EXEC SQL
               COMMIT
             END-EXEC
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-PRO-CEDANT.
           EXEC SQL
             FETCH CURS-PRO-CEDANT
               INTO :w-pro-id
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-pro-non           TO TRUE
             WHEN 100
               SET w-eot-pro-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE PORTEFEUILLE <' sqlcode '>'
               SET w-eot-pro-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

       REAFFECTE-PRO.
           EXEC SQL
             UPDATE TRAIN04.TLMPRO
             SET COMMERCIAL = :w-repreneur
             WHERE ID = :w-pro-id
               AND COMMERCIAL = :w-cedant
               AND STATUT = 'A'
           END-EXEC
      *    trace de la passation (une erreur d'insertion interrompt
      *    le transfert comme une erreur de mise a jour)
           IF SQLCODE = 0 THEN
             PERFORM TRACE-REAFFECTATION
           END-IF
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             ADD 1                         TO w-cpt-reaffecte
             MOVE w-pro-id                 TO w-ckp-cle
      *      point de controle et validation periodiques
             DIVIDE w-cpt-reaffecte BY w-commit-freq
               GIVING w-commit-div REMAINDER w-commit-rem
             IF w-commit-rem = 0 THEN
               PERFORM POINT-CONTROLE
             END-IF
             PERFORM LEC-PRO-CEDANT
           ELSE
             DISPLAY 'MET-ERR REAFFECTATION <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
             SET w-eot-pro-oui             TO TRUE
             SET w-interrompu-oui          TO TRUE
           END-IF
           .

      *****************************************************************
      * Trace de la reaffectation du prospect courant dans TLMREA, a
      * editer par le dossier de passation (TLMBPGM152).
      *****************************************************************
       TRACE-REAFFECTATION.
           EXEC SQL
             INSERT INTO TRAIN04.TLMREA
               (PROID, DTREA, CEDANT, REPRENEUR, ORIGINE)
             VALUES (:w-pro-id, CURRENT TIMESTAMP, :w-cedant,
                     :w-repreneur, 'TLMBPGM38')
           END-EXEC
           .

      *****************************************************************
      * Archivage du cedant dans TLMCOM, une fois son portefeuille
      * transfere.
           MOVE w-cpt-reaffecte        TO w-rap-reaffecte-nbr
           MOVE w-rap-reaffecte        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-commit-freq          TO w-rap-freq-nbr
           MOVE w-rap-freq             TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-reprise-oui THEN
             MOVE w-ckp-depart         TO w-rap-reprise-cle
             MOVE w-rap-reprise        TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE w-cpt-prec             TO w-rap-prec-nbr
           MOVE w-rap-prec             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-reaffecte        TO w-rap-fait-nbr
           MOVE w-rap-fait             TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

      *****************************************************************
      * Intervalle de validation : parametre COMMIT de la table
      * centrale TLMCFG (ligne du programme, a defaut ligne '*').
      * Absent ou invalide, la valeur par defaut est conservee.
      *****************************************************************
       LIT-PARAMETRES.
           MOVE SPACES                     TO cpcfg-ent
           MOVE 'TLMBPGM38'                TO cpcfg-ent-prm-programme
           MOVE 'COMMIT'                   TO cpcfg-ent-prm-param
           MOVE 'SELECT'                   TO tlmcpil-fct
           CALL 'TLMPCFG1'                 USING tlmcpil cpcfg
           EVALUATE TRUE
             WHEN tlmcpil-rc = '00' AND cpcfg-sor-prm-num-oui
                  AND cpcfg-sor-prm-num > 0
                  AND cpcfg-sor-prm-num < 10000000
               MOVE cpcfg-sor-prm-num      TO w-commit-freq
             WHEN tlmcpil-rc = '00'
               DISPLAY 'MET-ERR PARAMETRE COMMIT INVALIDE <'
                       cpcfg-sor-prm-valeur '>, defaut conserve'
             WHEN tlmcpil-rc = '10'
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE TLMCFG rc <' tlmcpil-rc
                       '> ' tlmcpil-msg
           END-EVALUATE
           .

      *****************************************************************
      * Point de controle laisse par une execution interrompue
      * (TLMCKP, statut 'E') : le traitement reprend apres la
      * derniere cle validee, le cumul deja fait est repris au
      * compte-rendu.
      *****************************************************************
       LIT-POINT-CONTROLE.
           SET w-reprise-non               TO TRUE
           SET w-interrompu-non            TO TRUE
           MOVE SPACES                     TO w-ckp-depart
           MOVE 0                          TO w-cpt-prec
           MOVE SPACES                     TO cpckp-ent
           MOVE 'TLMBPGM38'                TO cpckp-ent-ckp-programme
           MOVE 'SELECT'                   TO tlmcpil-fct
           CALL 'TLMPCKP1'                 USING tlmcpil cpckp
           EVALUATE TRUE
             WHEN tlmcpil-rc = '00' AND cpckp-sor-ckp-en-cours
                  AND cpckp-sor-ckp-contexte = w-ckp-contexte
               SET w-reprise-oui           TO TRUE
               MOVE cpckp-sor-ckp-cle      TO w-ckp-depart
               MOVE cpckp-sor-ckp-nbfait   TO w-cpt-prec
               DISPLAY 'MET-REPRISE apres la cle <' w-ckp-depart
                       '>, point de controle du <'
                       cpckp-sor-ckp-dtmaj '>'
             WHEN tlmcpil-rc = '00' AND cpckp-sor-ckp-en-cours
               DISPLAY 'MET-REPRISE ignoree : point de controle d''un'
                       ' autre traitement <' cpckp-sor-ckp-contexte '>'
             WHEN tlmcpil-rc = '00' OR tlmcpil-rc = '10'
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE TLMCKP rc <' tlmcpil-rc
                       '> ' tlmcpil-msg
           END-EVALUATE
           MOVE w-ckp-depart               TO w-ckp-cle
           .

      *****************************************************************
      * Point de controle periodique : derniere cle traitee et cumul
      * des lignes ecrits dans TLMCKP, puis valides par le meme
      * COMMIT que les mises a jour qu'ils couvrent.
      *****************************************************************
       POINT-CONTROLE.
           MOVE SPACES                     TO cpckp-ent
           MOVE 'TLMBPGM38'                TO cpckp-ent-ckp-programme
           MOVE w-ckp-contexte             TO cpckp-ent-ckp-contexte
           MOVE w-ckp-cle                  TO cpckp-ent-ckp-cle
           ADD w-cpt-prec w-cpt-reaffecte
             GIVING cpckp-ent-ckp-nbfait
           MOVE 'SAVE'                     TO tlmcpil-fct
           CALL 'TLMPCKP1'                 USING tlmcpil cpckp
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR POINT DE CONTROLE rc <' tlmcpil-rc
                     '> ' tlmcpil-msg
           END-IF
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM BAT-VERROU
           .

      *****************************************************************
      * Fin normale : cloture du point de controle (statut 'T'),
      * validee par le COMMIT final ; la prochaine execution repart
      * du debut. Apres une erreur de lecture, le point de controle
      * reste ouvert pour la relance.
      *****************************************************************
       CLOT-POINT-CONTROLE.
           IF w-interrompu-oui THEN
             MOVE 'Traitement interrompu : relancer, reprise au dernier'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'point de controle valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           ELSE
             MOVE SPACES                   TO cpckp-ent
             MOVE 'TLMBPGM38'              TO cpckp-ent-ckp-programme
             MOVE w-ckp-contexte           TO cpckp-ent-ckp-contexte
             ADD w-cpt-prec w-cpt-reaffecte
               GIVING cpckp-ent-ckp-nbfait
             MOVE 'CLEAR'                  TO tlmcpil-fct
             CALL 'TLMPCKP1'               USING tlmcpil cpckp
             IF tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR CLOTURE POINT DE CONTROLE rc <'
                       tlmcpil-rc '> ' tlmcpil-msg
             END-IF
           END-IF
           .

       END PROGRAM TLMBPGM38.
