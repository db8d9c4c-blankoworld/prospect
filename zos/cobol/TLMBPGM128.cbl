      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : JETONNAGE DES COORDONNEES PERSONNELLES
      * NOM DU PROGRAMME : TLMBPGM128
      * DESCRIPTION      : PROGRAMME BATCH DE BALAYAGE DES TELEPHONES
      *    ET ADRESSES ELECTRONIQUES ENCORE STOCKES EN CLAIR DANS
      *    TLMCON (TEL, MEL), TLMCONH (TEL, MEL), TLMCAN (VALEUR),
      *    TLMBLO (NUMERO) ET TLMDOI (VALEUR). CHAQUE VALEUR EN
      *    CLAIR DISTINCTE EST JETONNEE PAR LA COUCHE PHYSIQUE
      *    TLMPCAN5 (FCT JETON, TELEPHONE NORMALISE AU PREALABLE ;
      *    UNE MEME VALEUR PORTE TOUJOURS LE MEME JETON, CF. TLMTOK)
      *    PUIS REMPLACEE PAR SON JETON DANS TOUTES LES TABLES, PAR
      *    DES MISES A JOUR
      *    ENSEMBLISTES CONDITIONNEES PAR LA VALEUR EN CLAIR : UNE
      *    LIGNE MODIFIEE ENTRE-TEMPS (ECRAN, COUCHE PHYSIQUE QUI
      *    JETONNE DEJA) N'EST PAS TOUCHEE. CE N'EST PAS UNE
      *    MODIFICATION METIER : NI DTMAJ NI L'AUDIT NE BOUGENT (MEME
      *    PRINCIPE QUE TLMBPGM37).
      *    LE PREMIER PASSAGE JETONNE LE STOCK ; ENSUITE, CHAQUE NUIT,
      *    IL RATTRAPE LES VALEURS QUE LE MODE MASSE DE TLMBPGM3 AURAIT
      *    VERSEES EN CLAIR SUR INCIDENT DU COFFRE.
      *    VALIDATION TOUTES LES N VALEURS (PARAMETRE COMMIT DE LA
      *    TABLE CENTRALE TLMCFG, 500 PAR DEFAUT). PAS DE POINT DE
      *    CONTROLE : APRES UN INCIDENT, RELANCER, SEULES LES VALEURS
      *    ENCORE EN CLAIR SONT REPRISES. UNE VALEUR DONT LE JETON
      *    FERAIT DOUBLON DANS TLMCAN (MEME CANAL SAISI SOUS DEUX
      *    FORMES) EST LAISSEE EN CLAIR ET SIGNALEE POUR CORRECTION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM128.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200622.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (compte-rendu du balayage)
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
      *    Clauses COPY pour echange avec les couches physiques des
      *    canaux (TLMPCAN5, fct JETON) et de la table des parametres
      *    (TLMPCFG1)
           COPY TLMCPIL.
           COPY TLMCCAN5 REPLACING ==:PROG:== BY ==cpcan5==.
           COPY TLMCCFG1 REPLACING ==:PROG:== BY ==cpcfg==.
      *    Code d'etat du fichier JOURNAUX
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des valeurs en clair
       01 w-eot-clr                      PIC   9.
           88 w-eot-clr-oui                      VALUE 1.
           88 w-eot-clr-non                      VALUE 0.
      *    Balayage interrompu sur erreur (SQL ou coffre) ?
       01 w-interrompu                   PIC   9.
           88 w-interrompu-oui                   VALUE 1.
           88 w-interrompu-non                   VALUE 0.
      *    Valeur en clair courante : nature ('T' telephone, 'E'
      *    adresse electronique) et valeur, puis son jeton ; forme
      *    courte (dix positions) pour TLMCON.TEL et TLMBLO.NUMERO
       01 w-clr-nature                   PIC   X(01).
           88 w-clr-nature-tel                   VALUE 'T'.
       01 w-clr-valeur                   PIC   X(80).
       01 w-clr-tel                      PIC   X(10).
       01 w-jet-valeur                   PIC   X(80).
       01 w-jet-tel                      PIC   X(10).
      *    Valeur tenant dans dix positions (TLMCON.TEL, TLMBLO) ?
       01 w-clr-court                    PIC   9.
           88 w-clr-court-oui                    VALUE 1.
           88 w-clr-court-non                    VALUE 0.
      *    Intervalle de validation en valeurs (parametre COMMIT de
      *    TLMCFG, ou valeur par defaut ci-dessous)
       01 w-commit-freq                  PIC  9(07) VALUE 500.
       01 w-commit-div                   PIC  9(07).
       01 w-commit-rem                   PIC  9(07).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-val                   PIC  S9(07) COMP-3.
           05 w-cpt-con                   PIC  S9(07) COMP-3.
           05 w-cpt-conh                  PIC  S9(07) COMP-3.
           05 w-cpt-can                   PIC  S9(07) COMP-3.
           05 w-cpt-blo                   PIC  S9(07) COMP-3.
           05 w-cpt-doi                   PIC  S9(07) COMP-3.
           05 w-cpt-dbl                   PIC  S9(07) COMP-3.
       01 w-rap-val.
           05 FILLER                     PIC   X(43) VALUE
                'Valeurs en clair jetonnees :               '.
           05 w-rap-val-nbr               PIC   ZZZZZZ9.
       01 w-rap-con.
           05 FILLER                     PIC   X(43) VALUE
                '  lignes TLMCON (TEL/MEL) :                '.
           05 w-rap-con-nbr               PIC   ZZZZZZ9.
       01 w-rap-conh.
           05 FILLER                     PIC   X(43) VALUE
                '  lignes TLMCONH (TEL/MEL) :               '.
           05 w-rap-conh-nbr              PIC   ZZZZZZ9.
       01 w-rap-can.
           05 FILLER                     PIC   X(43) VALUE
                '  lignes TLMCAN (VALEUR) :                 '.
           05 w-rap-can-nbr               PIC   ZZZZZZ9.
       01 w-rap-blo.
           05 FILLER                     PIC   X(43) VALUE
                '  lignes TLMBLO (NUMERO) :                 '.
           05 w-rap-blo-nbr               PIC   ZZZZZZ9.
       01 w-rap-doi.
           05 FILLER                     PIC   X(43) VALUE
                '  lignes TLMDOI (VALEUR) :                 '.
           05 w-rap-doi-nbr               PIC   ZZZZZZ9.
       01 w-rap-dbl.
           05 FILLER                     PIC   X(43) VALUE
                'Canaux en doublon laisses en clair :       '.
           05 w-rap-dbl-nbr               PIC   ZZZZZZ9.
       01 w-rap-freq.
           05 FILLER                     PIC   X(43) VALUE
                'Intervalle de validation (valeurs) :       '.
           05 w-rap-freq-nbr              PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des valeurs encore en clair (une valeur jetonnee
      * commence par '#'), distinctes par nature, toutes tables
      * confondues ; maintenu ouvert aux validations intermediaires
      * (WITH HOLD)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CLAIR CURSOR WITH HOLD FOR
               SELECT DISTINCT X.NATURE, X.VALEUR
               FROM (SELECT 'T' AS NATURE,
                            CAST(C.TEL AS CHAR(80)) AS VALEUR
                       FROM TRAIN04.TLMCON C
                       WHERE C.TEL <> ' '
                         AND SUBSTR(C.TEL, 1, 1) <> '#'
                     UNION ALL
                     SELECT 'E', C.MEL
                       FROM TRAIN04.TLMCON C
                       WHERE C.MEL <> ' '
                         AND SUBSTR(C.MEL, 1, 1) <> '#'
                     UNION ALL
                     SELECT 'T', CAST(H.TEL AS CHAR(80))
                       FROM TRAIN04.TLMCONH H
                       WHERE H.TEL <> ' '
                         AND SUBSTR(H.TEL, 1, 1) <> '#'
                     UNION ALL
                     SELECT 'E', H.MEL
                       FROM TRAIN04.TLMCONH H
                       WHERE H.MEL <> ' '
                         AND SUBSTR(H.MEL, 1, 1) <> '#'
                     UNION ALL
                     SELECT CASE WHEN N.CANTYPE = 'E' THEN 'E'
                                 ELSE 'T'
                            END,
                            N.VALEUR
                       FROM TRAIN04.TLMCAN N
                       WHERE N.VALEUR <> ' '
                         AND SUBSTR(N.VALEUR, 1, 1) <> '#'
                     UNION ALL
                     SELECT 'T', CAST(B.NUMERO AS CHAR(80))
                       FROM TRAIN04.TLMBLO B
                       WHERE SUBSTR(B.NUMERO, 1, 1) <> '#') X
               ORDER BY X.NATURE, X.VALEUR
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, JETONNAGE DES COORDONNEES EN CLAIR'
           PERFORM INIT
           PERFORM BALAYE-VALEURS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du log, lecture du parametre de validation et
      * ecriture de l'entete.
      *****************************************************************
       INIT.
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-val w-cpt-con
                                              w-cpt-conh w-cpt-can
                                              w-cpt-blo w-cpt-dbl
                                              w-cpt-doi
           SET w-interrompu-non            TO TRUE
           MOVE 'TLMBPGM128'               TO tlmcpil-origine
           PERFORM LIT-PARAMETRES
           PERFORM ENTETE
           .

      *****************************************************************
      * Balayage : chaque valeur en clair est jetonnee puis remplacee
      * dans toutes les tables, avec une validation periodique. Sur
      * erreur, seule la tranche en cours est annulee ; les tranches
      * deja validees restent acquises et la relance reprend le
      * reste.
      *****************************************************************
       BALAYE-VALEURS.
           EXEC SQL
             OPEN CURS-CLAIR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OUVERTURE CURS-CLAIR <' sqlcode '>'
             SET w-interrompu-oui          TO TRUE
             SET w-eot-clr-oui             TO TRUE
           ELSE
             SET w-eot-clr-non             TO TRUE
             PERFORM LEC-CLAIR
           END-IF
           PERFORM JETONNE-VALEUR          UNTIL w-eot-clr-oui
           EXEC SQL
             CLOSE CURS-CLAIR
           END-EXEC
           IF w-interrompu-oui THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 'Balayage interrompu : relancer, les valeurs deja'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'validees restent jetonnees.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 16                       TO RETURN-CODE
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
             IF w-cpt-dbl > 0 THEN
               MOVE 4                      TO RETURN-CODE
             END-IF
           END-IF
           .

       LEC-CLAIR.
           EXEC SQL
             FETCH CURS-CLAIR
               INTO :w-clr-nature, :w-clr-valeur
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-clr-non           TO TRUE
             WHEN 100
               SET w-eot-clr-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE CURS-CLAIR <' sqlcode '>'
               SET w-eot-clr-oui           TO TRUE
               SET w-interrompu-oui        TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Une valeur en clair : son jeton (cree au besoin), puis son
      * remplacement dans les tables qui la portent selon sa nature.
      * Seul le jeton est affiche, jamais la valeur.
      *****************************************************************
       JETONNE-VALEUR.
           MOVE SPACES                     TO cpcan5-ent
           IF w-clr-nature-tel THEN
             MOVE 'F'                      TO cpcan5-ent-jet-type
           ELSE
             MOVE 'E'                      TO cpcan5-ent-jet-type
           END-IF
           MOVE w-clr-valeur               TO cpcan5-ent-jet-valeur
           MOVE 'JETON'                    TO tlmcpil-fct
           CALL 'TLMPCAN5'                 USING tlmcpil cpcan5
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR JETONNAGE rc <' tlmcpil-rc '> '
                     tlmcpil-msg
             SET w-eot-clr-oui             TO TRUE
             SET w-interrompu-oui          TO TRUE
           ELSE
             MOVE cpcan5-sor-jet-valeur    TO w-jet-valeur
             MOVE w-jet-valeur (1 : 10)    TO w-jet-tel
             MOVE w-clr-valeur (1 : 10)    TO w-clr-tel
             IF w-clr-valeur (11 : 70) = SPACES THEN
               SET w-clr-court-oui         TO TRUE
             ELSE
               SET w-clr-court-non         TO TRUE
             END-IF
             IF w-clr-nature-tel THEN
               PERFORM REMPLACE-TEL
             ELSE
               PERFORM REMPLACE-MEL
             END-IF
           END-IF
           IF w-interrompu-non THEN
             ADD 1                         TO w-cpt-val
      *      validation periodique
             DIVIDE w-cpt-val BY w-commit-freq
               GIVING w-commit-div REMAINDER w-commit-rem
             IF w-commit-rem = 0 THEN
               EXEC SQL
                 COMMIT
               END-EXEC
             END-IF
             PERFORM LEC-CLAIR
           END-IF
           .

      *****************************************************************
      * Telephone : TLMCON.TEL, TLMCONH.TEL et TLMBLO.NUMERO (dix
      * positions : une valeur plus longue ne peut s'y trouver),
      * canaux fixe/mobile TLMCAN.
      *****************************************************************
       REMPLACE-TEL.
           IF w-clr-court-oui THEN
             EXEC SQL
               UPDATE TRAIN04.TLMCON
                 SET TEL = :w-jet-tel
                 WHERE TEL = :w-clr-tel
             END-EXEC
             MOVE 'TLMCON TEL'             TO w-enr-log
             PERFORM VRF-MAJ
             IF SQLCODE = 0 THEN
               ADD SQLERRD (3)             TO w-cpt-con
             END-IF
           END-IF
           IF w-clr-court-oui AND w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMCONH
                 SET TEL = :w-jet-tel
                 WHERE TEL = :w-clr-tel
             END-EXEC
             MOVE 'TLMCONH TEL'            TO w-enr-log
             PERFORM VRF-MAJ
             IF SQLCODE = 0 THEN
               ADD SQLERRD (3)             TO w-cpt-conh
             END-IF
           END-IF
           IF w-clr-court-oui AND w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMBLO
                 SET NUMERO = :w-jet-tel
                 WHERE NUMERO = :w-clr-tel
             END-EXEC
             MOVE 'TLMBLO NUMERO'          TO w-enr-log
             PERFORM VRF-MAJ
             IF SQLCODE = 0 THEN
               ADD SQLERRD (3)             TO w-cpt-blo
             END-IF
           END-IF
           IF w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMCAN
                 SET VALEUR = :w-jet-valeur
                 WHERE CANTYPE IN ('F', 'M')
                   AND VALEUR = :w-clr-valeur
             END-EXEC
             PERFORM VRF-MAJ-CAN
           END-IF
           .

      *****************************************************************
      * Adresse electronique : TLMCON.MEL, TLMCONH.MEL, canaux 'E'
      * TLMCAN et confirmations double opt-in TLMDOI (une ligne deja
      * presente sous le jeton pour le meme contact est laissee).
      *****************************************************************
       REMPLACE-MEL.
           EXEC SQL
             UPDATE TRAIN04.TLMCON
               SET MEL = :w-jet-valeur
               WHERE MEL = :w-clr-valeur
           END-EXEC
           MOVE 'TLMCON MEL'               TO w-enr-log
           PERFORM VRF-MAJ
           IF SQLCODE = 0 THEN
             ADD SQLERRD (3)               TO w-cpt-con
           END-IF
           IF w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMCONH
                 SET MEL = :w-jet-valeur
                 WHERE MEL = :w-clr-valeur
             END-EXEC
             MOVE 'TLMCONH MEL'            TO w-enr-log
             PERFORM VRF-MAJ
             IF SQLCODE = 0 THEN
               ADD SQLERRD (3)             TO w-cpt-conh
             END-IF
           END-IF
           IF w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMCAN
                 SET VALEUR = :w-jet-valeur
                 WHERE CANTYPE = 'E'
                   AND VALEUR = :w-clr-valeur
             END-EXEC
             PERFORM VRF-MAJ-CAN
           END-IF
           IF w-interrompu-non THEN
             EXEC SQL
               UPDATE TRAIN04.TLMDOI D
                 SET VALEUR = :w-jet-valeur
                 WHERE D.VALEUR = :w-clr-valeur
                   AND NOT EXISTS (SELECT 1
                                   FROM TRAIN04.TLMDOI D2
                                   WHERE D2.CONID  = D.CONID
                                     AND D2.CANAL  = D.CANAL
                                     AND D2.VALEUR = :w-jet-valeur)
             END-EXEC
             MOVE 'TLMDOI VALEUR'          TO w-enr-log
             PERFORM VRF-MAJ
             IF SQLCODE = 0 THEN
               ADD SQLERRD (3)             TO w-cpt-doi
             END-IF
           END-IF
           .

      *****************************************************************
      * Controle d'une mise a jour ensembliste (table dans w-enr-log,
      * effacee ensuite) : aucune ligne (SQLCODE 100) est normal,
      * toute autre anomalie interrompt le balayage.
      *****************************************************************
       VRF-MAJ.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR MAJ ' w-enr-log (1 : 14) ' JETON <'
                     w-jet-tel '> SQLCODE <' sqlcode '>'
             SET w-eot-clr-oui             TO TRUE
             SET w-interrompu-oui          TO TRUE
           END-IF
           MOVE SPACES                     TO w-enr-log
           .

      *****************************************************************
      * Controle de la mise a jour de TLMCAN : un doublon de cle
      * (SQLCODE -803, meme canal saisi sous deux formes pour un
      * contact) laisse la valeur en clair, a corriger a la main.
      *****************************************************************
       VRF-MAJ-CAN.
           EVALUATE SQLCODE
             WHEN 0
               ADD SQLERRD (3)             TO w-cpt-can
             WHEN 100
               CONTINUE
             WHEN -803
               ADD 1                       TO w-cpt-dbl
               DISPLAY 'MET-ANO CANAL EN DOUBLON, JETON <'
                       w-jet-tel '> LAISSE EN CLAIR'
               STRING
                 'Canal en doublon, jeton ' DELIMITED SIZE
                 w-jet-tel                  DELIMITED SIZE
                 ' : valeur laissee en clair.'
                                            DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             WHEN OTHER
               MOVE 'TLMCAN VALEUR'        TO w-enr-log
               PERFORM VRF-MAJ
           END-EVALUATE
           .

      *****************************************************************
      * Intervalle de validation : parametre COMMIT de la table
      * centrale TLMCFG (ligne du programme, a defaut ligne '*').
      * Absent ou invalide, la valeur par defaut est conservee.
      *****************************************************************
       LIT-PARAMETRES.
           MOVE SPACES                     TO cpcfg-ent
           MOVE 'TLMBPGM128'               TO cpcfg-ent-prm-programme
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
           MOVE '|     JETONNAGE DES COORDONNEES EN CLAIR         |'
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
           MOVE w-cpt-val              TO w-rap-val-nbr
           MOVE w-rap-val              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-con              TO w-rap-con-nbr
           MOVE w-rap-con              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-conh             TO w-rap-conh-nbr
           MOVE w-rap-conh             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-can              TO w-rap-can-nbr
           MOVE w-rap-can              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-blo              TO w-rap-blo-nbr
           MOVE w-rap-blo              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-doi              TO w-rap-doi-nbr
           MOVE w-rap-doi              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-dbl              TO w-rap-dbl-nbr
           MOVE w-rap-dbl              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-commit-freq          TO w-rap-freq-nbr
           MOVE w-rap-freq             TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM128.
