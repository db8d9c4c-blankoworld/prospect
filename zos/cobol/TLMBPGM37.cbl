      *    PARTIR DU REFERENTIEL TLMSEC, A LANCER APRES CHAQUE
      *    REDECOUPAGE DES TERRITOIRES (CF. TLMBPGM36). LE SECTEUR
      *    EST UNE DONNEE DERIVEE DU CODE POSTAL : LA RE-VENTILATION
      *    PARCOURT LES SEULS PROSPECTS DONT LE SECTEUR CHANGE, SANS
      *    TOUCHER A DTMAJ (CE N'EST PAS UNE MODIFICATION METIER) NI A
      *    L'AUDIT. VALIDATION TOUTES LES N LIGNES (PARAMETRE COMMIT
      *    DE LA TABLE CENTRALE TLMCFG, 500 PAR DEFAUT) AVEC UN POINT
      *    DE CONTROLE (TLMCKP) : APRES UN ABEND, LEVER LE VERROU
      *    ORPHELIN (TLMBPGM46) PUIS RELANCER, LE TRAITEMENT REPREND
      *    APRES LE DERNIER PROSPECT VALIDE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM37.
           END-EXEC.
      *    Code d'etat du fichier JOURNAUX
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des prospects a re-ventiler
       01 w-eot-pro                      PIC   9.
           88 w-eot-pro-oui                      VALUE 1.
           88 w-eot-pro-non                      VALUE 0.
      *    Prospect courant et son nouveau secteur (espace si code
      *    postal hors referentiel)
       01 w-pro-id                       PIC   X(06).
       01 w-pro-secteur                  PIC   X(03).
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
           05 w-cpt-ventile               PIC  S9(07) COMP-3.
           05 w-cpt-sans                  PIC  S9(07) COMP-3.
      *       Prospects re-ventiles par les tentatives precedentes
           05 w-cpt-prec                  PIC  S9(07) COMP-3.
       01 w-rap-ventile.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects re-ventiles :          '.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects restes sans secteur :            '.
           05 w-rap-sans-nbr              PIC   ZZZZZZ9.
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
      * Curseur des prospects actifs dont le secteur change (secteur
      * du code postal dans TLMSEC, espace si hors referentiel), a
      * partir de la cle de reprise ; maintenu ouvert aux validations
      * intermediaires (WITH HOLD)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-VENT CURSOR WITH HOLD FOR
               SELECT P.ID,
                      COALESCE(
                        (SELECT S.SECTEUR FROM TRAIN04.TLMSEC S
                           WHERE S.CP = P.ADDR_CP), ' ')
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND P.ID > :w-ckp-depart
                 AND P.SECTEUR NOT = COALESCE(
                       (SELECT S.SECTEUR FROM TRAIN04.TLMSEC S
                          WHERE S.CP = P.ADDR_CP), ' ')
               ORDER BY P.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, RE-VENTILATION DES SECTEURS'
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-ventile w-cpt-sans
           MOVE SPACES                     TO w-ckp-contexte
           PERFORM LIT-PARAMETRES
           PERFORM LIT-POINT-CONTROLE
           PERFORM ENTETE
           .

      *****************************************************************
      * Re-ventilation : chaque prospect actif dont le secteur change
      * recoit celui de son code postal, avec un point de controle
      * periodique (cf. POINT-CONTROLE). Sur erreur, seule la tranche
      * en cours est annulee ; les tranches deja validees restent
      * acquises et la relance reprend a la suivante.
      *****************************************************************
       VENTILE-SECTEURS.
           EXEC SQL
             OPEN CURS-PRO-VENT
           END-EXEC
           SET w-eot-pro-non               TO TRUE
           PERFORM LEC-PRO-VENT
           PERFORM VENTILE-PRO             UNTIL w-eot-pro-oui
           EXEC SQL
             CLOSE CURS-PRO-VENT
           END-EXEC
           IF w-interrompu-oui THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
           END-IF
           PERFORM CLOT-POINT-CONTROLE
           IF w-interrompu-non THEN
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           .

       LEC-PRO-VENT.
           EXEC SQL
             FETCH CURS-PRO-VENT
               INTO :w-pro-id, :w-pro-secteur
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-pro-non           TO TRUE
             WHEN 100
               SET w-eot-pro-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE PROSPECTS <' sqlcode '>'
               SET w-eot-pro-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

       VENTILE-PRO.
           EXEC SQL
             UPDATE TRAIN04.TLMPRO
             SET SECTEUR = :w-pro-secteur
             WHERE ID = :w-pro-id
               AND STATUT = 'A'
           END-EXEC
           IF SQLCODE = 0 OR SQLCODE = 100 THEN
             ADD 1                         TO w-cpt-ventile
             MOVE w-pro-id                 TO w-ckp-cle
      *      point de controle et validation periodiques
             DIVIDE w-cpt-ventile BY w-commit-freq
               GIVING w-commit-div REMAINDER w-commit-rem
             IF w-commit-rem = 0 THEN
               PERFORM POINT-CONTROLE
             END-IF
             PERFORM LEC-PRO-VENT
           ELSE
             DISPLAY 'MET-ERR RE-VENTILATION <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
             SET w-eot-pro-oui             TO TRUE
             SET w-interrompu-oui          TO TRUE
           END-IF
           .

           MOVE w-cpt-sans             TO w-rap-sans-nbr
           MOVE w-rap-sans             TO w-enr-log
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
           MOVE w-cpt-ventile          TO w-rap-fait-nbr
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
           MOVE 'TLMBPGM37'                TO cpcfg-ent-prm-programme
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
           MOVE 'TLMBPGM37'                TO cpckp-ent-ckp-programme
           MOVE 'SELECT'                   TO tlmcpil-fct
           CALL 'TLMPCKP1'                 USING tlmcpil cpckp
           EVALUATE TRUE
             WHEN tlmcpil-rc = '00' AND cpckp-sor-ckp-en-cours
               SET w-reprise-oui           TO TRUE
               MOVE cpckp-sor-ckp-cle      TO w-ckp-depart
               MOVE cpckp-sor-ckp-nbfait   TO w-cpt-prec
               DISPLAY 'MET-REPRISE apres la cle <' w-ckp-depart
                       '>, point de controle du <'
                       cpckp-sor-ckp-dtmaj '>'
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
           MOVE 'TLMBPGM37'                TO cpckp-ent-ckp-programme
           MOVE w-ckp-contexte             TO cpckp-ent-ckp-contexte
           MOVE w-ckp-cle                  TO cpckp-ent-ckp-cle
           ADD w-cpt-prec w-cpt-ventile
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
             MOVE 'TLMBPGM37'              TO cpckp-ent-ckp-programme
             MOVE w-ckp-contexte           TO cpckp-ent-ckp-contexte
             ADD w-cpt-prec w-cpt-ventile
               GIVING cpckp-ent-ckp-nbfait
             MOVE 'CLEAR'                  TO tlmcpil-fct
             CALL 'TLMPCKP1'               USING tlmcpil cpckp
             IF tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR CLOTURE POINT DE CONTROLE rc <'
                       tlmcpil-rc '> ' tlmcpil-msg
             END-IF
           END-IF
           .

       END PROGRAM TLMBPGM37.
