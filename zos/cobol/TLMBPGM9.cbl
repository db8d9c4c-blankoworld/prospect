      *    SELECTION VIA TLMPRO.DTMAJ (DATE DE DERNIERE MODIFICATION) :
      *    SEULS LES PROSPECTS SANS CONTACT ACTIF ET NON TOUCHES DEPUIS
      *    AU MOINS CE NOMBRE DE JOURS SONT PURGES.
      *
      *    VALIDATION TOUTES LES N LIGNES (PARAMETRE COMMIT DE LA
      *    TABLE CENTRALE TLMCFG, 500 PAR DEFAUT) AVEC UN POINT DE
      *    CONTROLE (TLMCKP) : APRES UN ABEND, LEVER LE VERROU
      *    ORPHELIN (TLMBPGM46) PUIS RELANCER, LA PURGE REPREND APRES
      *    LE DERNIER PROSPECT VALIDE. L'EXTRAIT ARCHIVE DE L'EXECUTION
      *    INTERROMPUE DOIT ETRE CONSERVE : IL PORTE LES PROSPECTS DEJA
      *    PURGES ; SES LIGNES POSTERIEURES AU DERNIER POINT DE
      *    CONTROLE SERONT RE-ECRITES PAR LA REPRISE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM9.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
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
      *    Codes d'etat des fichiers
       01 w-archive                      PIC   X(02).
       01 w-seuil                        PIC   X(02).
           05 w-cpt-archive               PIC  S9(07) COMP-3.
      *       Prospects preserves par un gel juridique (TLMGEL)
           05 w-cpt-gele                  PIC  S9(07) COMP-3.
      *       Prospects examines par les tentatives precedentes
           05 w-cpt-prec                  PIC  S9(07) COMP-3.
       01 w-rap-seuil.
           05 FILLER                     PIC   X(43) VALUE
                'Seuil d''age retenu (jours ouvres) :       '.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects archives et purges :   '.
           05 w-rap-archive-nbr           PIC   ZZZZZZ9.
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
      * Curseur des prospects actifs ne portant plus aucun contact
      * actif lie (TLMCON.PID), a partir de la cle de reprise ;
      * maintenu ouvert aux validations intermediaires (WITH HOLD)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO-PURGE CURSOR WITH HOLD FOR
               SELECT ID, NOM, ADDR_RUE, ADDR_CP, ADDR_VILLE
               FROM TRAIN04.TLMPRO P
               WHERE STATUT = 'A'
                   SELECT 1 FROM TRAIN04.TLMCON C
                   WHERE C.PID = P.ID
                     AND C.STATUT = 'A')
                 AND ID > :w-ckp-depart
               ORDER BY ID
           END-EXEC.

      *    Origine stampee sur chaque ligne d'audit de cette purge
           MOVE ZERO                       TO tlmcpil-src
           MOVE 'TLMBPGM9'                 TO tlmcpil-origine
           MOVE SPACES                     TO w-ckp-contexte
           PERFORM LIT-PARAMETRES
           PERFORM LIT-POINT-CONTROLE
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du curseur des prospects a purger, avec un point de
      * controle periodique (cf. POINT-CONTROLE)
      *****************************************************************
       TRT-PURGE.
           EXEC SQL
           EXEC SQL
             CLOSE CURS-PRO-PURGE
           END-EXEC
           PERFORM CLOT-POINT-CONTROLE
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-PRO-PURGE.
               INTO :w-pro-id, :w-pro-nom, :w-pro-rue,
                    :w-pro-cp, :w-pro-ville
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-pro-non            TO TRUE
             WHEN 100
               SET w-eot-pro-oui            TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE PROSPECTS <' sqlcode '>'
               SET w-eot-pro-oui            TO TRUE
               SET w-interrompu-oui         TO TRUE
           END-EVALUATE
           .

      *****************************************************************
             PERFORM ECRIT-ARCHIVE
             PERFORM SUPPRIME-PRO
           END-IF
           MOVE w-pro-id                   TO w-ckp-cle
      *    point de controle et validation periodiques
           DIVIDE w-cpt-lec BY w-commit-freq
             GIVING w-commit-div REMAINDER w-commit-rem
           IF w-commit-rem = 0 THEN
             PERFORM POINT-CONTROLE
           END-IF
           PERFORM LEC-PRO-PURGE
           .

           MOVE w-cpt-gele             TO w-rap-gele-nbr
           MOVE w-rap-gele             TO w-enr-log
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
           MOVE w-cpt-lec              TO w-rap-fait-nbr
           MOVE w-rap-fait             TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE archive
           IF w-archive NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ARCHIVE <' w-archive '>'
           END-EVALUATE
           .

      *****************************************************************
      * Battement de coeur du verrou d'execution (cf. TLMEXE.DTBAT)
      *****************************************************************
       BAT-VERROU.
           MOVE SPACES                   TO cpexe-ent
           MOVE 'TLMBPGM9'              TO cpexe-ent-exe-pgm
           MOVE 'HEARTBEAT'              TO tlmcpil-fct
           CALL 'TLMPEXE8'               USING tlmcpil cpexe
           .

      *****************************************************************
      * Liberation du verrou d'execution en fin de traitement
      *****************************************************************
           END-IF
           .

      *****************************************************************
      * Intervalle de validation : parametre COMMIT de la table
      * centrale TLMCFG (ligne du programme, a defaut ligne '*').
      * Absent ou invalide, la valeur par defaut est conservee.
      *****************************************************************
       LIT-PARAMETRES.
           MOVE SPACES                     TO cpcfg-ent
           MOVE 'TLMBPGM9'                 TO cpcfg-ent-prm-programme
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
           MOVE 'TLMBPGM9'                 TO cpckp-ent-ckp-programme
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
           MOVE 'TLMBPGM9'                 TO cpckp-ent-ckp-programme
           MOVE w-ckp-contexte             TO cpckp-ent-ckp-contexte
           MOVE w-ckp-cle                  TO cpckp-ent-ckp-cle
           ADD w-cpt-prec w-cpt-lec
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
             MOVE 'TLMBPGM9'               TO cpckp-ent-ckp-programme
             MOVE w-ckp-contexte           TO cpckp-ent-ckp-contexte
             ADD w-cpt-prec w-cpt-lec
               GIVING cpckp-ent-ckp-nbfait
             MOVE 'CLEAR'                  TO tlmcpil-fct
             CALL 'TLMPCKP1'               USING tlmcpil cpckp
             IF tlmcpil-rc NOT = '00' THEN
               DISPLAY 'MET-ERR CLOTURE POINT DE CONTROLE rc <'
                       tlmcpil-rc '> ' tlmcpil-msg
             END-IF
           END-IF
           .


      *****************************************************************
      * Chargement en memoire du calendrier des jours feries (400 au
