      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : VERIFICATION TERRAIN DES DONNEES
      * NOM DU PROGRAMME : TLMBPGM138
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE REPRISE DES
      *    RESULTATS D'APPEL DE LA CELLULE QUALITE (FICHIER VERIFRES,
      *    FORMAT TLMCVER2) SUR L'ECHANTILLON TIRE PAR TLMBPGM137 :
      *       - CHAQUE LIGNE PORTE LE RESULTAT D'UN CHAMP D'UN PROSPECT
      *         TIRE ('C' CORRECT, 'F' FAUX AVEC LA VALEUR RELEVEE,
      *         'I' INJOIGNABLE), REPORTE SUR LA LIGNE DE TLMVER ; UNE
      *         LIGNE DEJA REPRISE EST REMPLACEE (FICHIER RELANCABLE) ;
      *       - SONT ECARTES : MOIS OU PROSPECT A BLANC, CHAMP OU
      *         RESULTAT INCONNU, VALEUR ABSENTE OU TROP LONGUE POUR LE
      *         CHAMP SUR UN RESULTAT 'F', LIGNE HORS ECHANTILLON ;
      *       - LES CHAMPS FAUX NON ENCORE PROPOSES DONNENT UNE LIGNE M
      *         PAR PROSPECT (FICHIER PROPOSIT, FORMAT PILOTAGE) :
      *         IMAGE ACTUELLE DU PROSPECT ET DU CONTACT APPELE, A
      *         LAQUELLE SONT APPLIQUEES LES VALEURS RELEVEES (LA PLUS
      *         RECENTE L'EMPORTE). LE FICHIER EST A RELIRE PUIS A
      *         MONTER EN PILOTAGE2 D'UN PASSAGE TLMBPGM3, COMME CELUI
      *         DE TLMBPGM107. UN PROSPECT OU UN CONTACT DEVENU
      *         INACTIF N'EST PAS PROPOSE (CORRECTION MANUELLE).
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (RC 16, MEME PRINCIPE QUE TLMBPGM126)
      *    ET LE FICHIER PROPOSIT EST A IGNORER. RC=4 SI AU MOINS UNE
      *    LIGNE ECARTEE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM138.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200803.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des resultats d'appel (DD VERIFRES)
           SELECT verifres ASSIGN TO VERIFRES
             FILE STATUS IS w-verifres.
      *    Lignes de pilotage proposees (format TLMCPIL3)
           SELECT proposit ASSIGN TO PROPOSIT
             FILE STATUS IS w-proposit.
      *    Fichier de journalisation (compte-rendu de reprise)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD verifres RECORDING MODE F.
       COPY TLMCVER2 REPLACING ==:PROG:== BY ==f==.
       FD proposit RECORDING MODE F.
       COPY TLMCPIL3 REPLACING ==:PROG:== BY ==p==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMVER
           EXEC SQL
             INCLUDE DCLVER
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-verifres                     PIC   X(02).
       01 w-proposit                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour (AAAAMMJJ), marque des champs proposes
       01 w-date-jour                    PIC   X(08).
      *    Fin de fichier VERIFRES
       01 w-eof-res                      PIC   9.
           88 w-eof-res-oui                      VALUE 1.
           88 w-eof-res-non                      VALUE 0.
      *    Fin de parcours du curseur des champs faux
       01 w-eot-prop                     PIC   9.
           88 w-eot-prop-oui                     VALUE 1.
           88 w-eot-prop-non                     VALUE 0.
      *    Longueur utile de la valeur du champ verifie (0 = champ
      *    inconnu)
       01 w-larg                         PIC  S9(04) COMP.
      *    Prospect en cours de proposition et contact appele
       01 w-grp-id                       PIC   X(06).
       01 w-grp-conid                    PIC   X(06).
       01 w-grp-nbr                      PIC  S9(04) COMP.
      *    Image du prospect et du contact exploitable ?
       01 w-img                          PIC   9.
           88 w-img-ok                           VALUE 1.
           88 w-img-ko                           VALUE 0.
      *    Image proposee du prospect sur la ligne M
       01 w-prop-nom                     PIC   X(35).
       01 w-prop-rue                     PIC   X(40).
       01 w-prop-cp                      PIC   X(05).
       01 w-prop-ville                   PIC   X(35).
       01 w-prop-stade                   PIC   X(01).
      *    Contact repris sur la ligne M
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-note                     PIC   X(80).
       01 w-con-optout                   PIC   X(01).
       01 w-con-principal                PIC   X(01).
       01 w-con-fonction                 PIC   X(40).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-correct               PIC  S9(07) COMP-3.
           05 w-cpt-faux                  PIC  S9(07) COMP-3.
           05 w-cpt-injoign               PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-proposit              PIC  S9(07) COMP-3.
           05 w-cpt-manuel                PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Resultats lus :                            '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-correct.
           05 FILLER                     PIC   X(43) VALUE
                '  champs corrects :                        '.
           05 w-rap-correct-nbr           PIC   ZZZZZZ9.
       01 w-rap-faux.
           05 FILLER                     PIC   X(43) VALUE
                '  champs faux :                            '.
           05 w-rap-faux-nbr              PIC   ZZZZZZ9.
       01 w-rap-injoign.
           05 FILLER                     PIC   X(43) VALUE
                '  champs non verifies (injoignable) :      '.
           05 w-rap-injoign-nbr           PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Resultats ecartes :                        '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
       01 w-rap-proposit.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de correction proposees :           '.
           05 w-rap-proposit-nbr          PIC   ZZZZZZ9.
       01 w-rap-manuel.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects a corriger manuellement :        '.
           05 w-rap-manuel-nbr            PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des champs faux non encore proposes, par prospect puis
      * par mois de tirage croissant (la valeur la plus recente est
      * appliquee en dernier).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PROP CURSOR FOR
               SELECT PROID, CONID, CHAMP, VALCORR
               FROM TRAIN04.TLMVER
               WHERE RESULTAT = 'F'
                 AND DTPROP   = ' '
               ORDER BY PROID, PERIODE, CHAMP
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, REPRISE DES RESULTATS DE VERIFICATION'
           PERFORM INIT
           PERFORM TRT-RESULTATS
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-PROPOSITIONS
           END-IF
           PERFORM VALIDATION
           PERFORM FIN
      *    Code retour : 16 = rien de valide, 4 = lignes ecartees
           IF RETURN-CODE = 0 AND w-cpt-rejet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT verifres
           IF w-verifres NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE VERIFRES <' w-verifres '>'
           END-IF
           OPEN OUTPUT proposit
           IF w-proposit NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PROPOSIT <' w-proposit '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-correct
                                              w-cpt-faux w-cpt-injoign
                                              w-cpt-rejet
                                              w-cpt-proposit
                                              w-cpt-manuel
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier des resultats d'appel.
      *****************************************************************
       TRT-RESULTATS.
           SET w-eof-res-non                TO TRUE
           IF w-verifres = '00' THEN
             PERFORM LEC-RESULTAT
           ELSE
             SET w-eof-res-oui              TO TRUE
           END-IF
           PERFORM TRT-RESULTAT             UNTIL w-eof-res-oui
           .

       LEC-RESULTAT.
           READ verifres
             AT END     SET w-eof-res-oui  TO TRUE
             NOT AT END SET w-eof-res-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un resultat : ligne complete, champ et resultat
      * connus, valeur relevee presente et a la taille du champ pour
      * un champ faux.
      *****************************************************************
       TRT-RESULTAT.
           ADD 1                           TO w-cpt-lec
           EVALUATE f-res-champ
             WHEN 'NOM'  MOVE 35           TO w-larg
             WHEN 'RUE'  MOVE 40           TO w-larg
             WHEN 'CPO'  MOVE 5            TO w-larg
             WHEN 'VIL'  MOVE 35           TO w-larg
             WHEN 'TEL'  MOVE 10           TO w-larg
             WHEN 'MEL'  MOVE 80           TO w-larg
             WHEN 'FON'  MOVE 40           TO w-larg
             WHEN OTHER  MOVE 0            TO w-larg
           END-EVALUATE
           EVALUATE TRUE
             WHEN f-res-periode = SPACES OR f-res-pro-id = SPACES
               MOVE 'ligne incomplete'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-larg = 0
               MOVE 'champ inconnu'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT f-res-correct AND NOT f-res-faux
                  AND NOT f-res-injoign
               MOVE 'resultat invalide'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-res-faux AND f-res-valeur = SPACES
               MOVE 'valeur absente'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-res-faux AND w-larg < 80
                  AND f-res-valeur (w-larg + 1 : 80 - w-larg)
                      NOT = SPACES
               MOVE 'valeur trop longue'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM REPORTE-RESULTAT
           END-EVALUATE
           PERFORM LEC-RESULTAT
           .

      *****************************************************************
      * Report du resultat sur la ligne d'echantillon ; un champ faux
      * repris (ou repris a nouveau) est a proposer.
      *****************************************************************
       REPORTE-RESULTAT.
           MOVE f-res-periode              TO tlmver-periode
           MOVE f-res-pro-id               TO tlmver-proid
           MOVE f-res-champ                TO tlmver-champ
           MOVE f-res-resultat             TO tlmver-resultat
           IF tlmver-resultat-faux THEN
             MOVE f-res-valeur             TO tlmver-valcorr
           ELSE
             MOVE SPACES                   TO tlmver-valcorr
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMVER
               SET RESULTAT = :tlmver-resultat,
                   VALCORR  = :tlmver-valcorr,
                   DTRES    = CURRENT TIMESTAMP,
                   DTPROP   = ' '
               WHERE PERIODE = :tlmver-periode
                 AND PROID   = :tlmver-proid
                 AND CHAMP   = :tlmver-champ
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               EVALUATE TRUE
                 WHEN tlmver-resultat-correct
                   ADD 1                   TO w-cpt-correct
                 WHEN tlmver-resultat-faux
                   ADD 1                   TO w-cpt-faux
                 WHEN OTHER
                   ADD 1                   TO w-cpt-injoign
               END-EVALUATE
             WHEN 100
               MOVE 'hors echantillon'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR UPDATE TLMVER <' tlmver-proid '/'
                       tlmver-champ '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Propositions : une ligne M par prospect ayant des champs faux
      * non encore proposes, puis marque des champs traites.
      *****************************************************************
       TRT-PROPOSITIONS.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'CORRECTIONS PROPOSEES'    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-PROP
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-PROP <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-prop-non            TO TRUE
             PERFORM LEC-PROP
             PERFORM TRT-PROSPECT          UNTIL w-eot-prop-oui
             EXEC SQL
               CLOSE CURS-PROP
             END-EXEC
             IF RETURN-CODE = 0 THEN
               PERFORM MARQUE-PROPOSES
             END-IF
           END-IF
           .

       LEC-PROP.
           EXEC SQL
             FETCH CURS-PROP
               INTO :tlmver-proid, :tlmver-conid, :tlmver-champ,
                    :tlmver-valcorr
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-prop-non          TO TRUE
             WHEN 100
               SET w-eot-prop-oui          TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-PROP <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-prop-oui          TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Prospect : image actuelle, corrections de ses champs faux,
      * puis ligne M (ou correction manuelle si l'image manque).
      *****************************************************************
       TRT-PROSPECT.
           MOVE tlmver-proid               TO w-grp-id
           MOVE tlmver-conid               TO w-grp-conid
           MOVE 0                          TO w-grp-nbr
           STRING
             'Prospect <'         DELIMITED SIZE
             w-grp-id             DELIMITED SIZE
             '> contact <'        DELIMITED SIZE
             w-grp-conid          DELIMITED SIZE
             '>'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM CHARGE-IMAGE
           PERFORM APPLIQUE-CORR
             UNTIL w-eot-prop-oui OR tlmver-proid NOT = w-grp-id
           IF w-img-ok AND w-grp-nbr > 0 THEN
             PERFORM PROPOSE-LIGNE-M
           ELSE
             ADD 1                         TO w-cpt-manuel
             MOVE '   correction manuelle'  TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Image actuelle du prospect (actif) et du contact appele
      * (actif, toujours rattache au prospect).
      *****************************************************************
       CHARGE-IMAGE.
           SET w-img-ok                    TO TRUE
           EXEC SQL
             SELECT NOM, COALESCE(ADDR_RUE, ' '),
                    COALESCE(ADDR_CP, ' '),
                    COALESCE(ADDR_VILLE, ' '), STADE
               INTO :w-prop-nom, :w-prop-rue, :w-prop-cp,
                    :w-prop-ville, :w-prop-stade
               FROM TRAIN04.TLMPRO
               WHERE ID     = :w-grp-id
                 AND STATUT = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM CHARGE-CONTACT
             WHEN 100
               SET w-img-ko                TO TRUE
               MOVE '   prospect inactif ou supprime'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN OTHER
               SET w-img-ko                TO TRUE
               DISPLAY 'MET-ERR SELECT TLMPRO <' w-grp-id
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       CHARGE-CONTACT.
           EXEC SQL
             SELECT COALESCE(NOM, ' '), COALESCE(PRENOM, ' '),
                    COALESCE(TEL, ' '), COALESCE(MEL, ' '),
                    COALESCE(NOTE, ' '), OPTOUT, PRINCIPAL,
                    COALESCE(FONCTION, ' '), PLAGE, LANGUE
               INTO :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-note,
                    :w-con-optout, :w-con-principal,
                    :w-con-fonction, :w-con-plage, :w-con-langue
               FROM TRAIN04.TLMCON
               WHERE ID     = :w-grp-conid
                 AND PID    = :w-grp-id
                 AND STATUT = 'A'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN 100
               SET w-img-ko                TO TRUE
               MOVE '   contact inactif ou detache du prospect'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN OTHER
               SET w-img-ko                TO TRUE
               DISPLAY 'MET-ERR SELECT TLMCON <' w-grp-conid
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Champ faux : valeur relevee appliquee a l'image et tracee au
      * journal. Un champ de contact releve sur un autre contact
      * (tirage d'un autre mois) est laisse a la correction manuelle.
      *****************************************************************
       APPLIQUE-CORR.
           IF tlmver-conid NOT = w-grp-conid
              AND (tlmver-champ = 'TEL' OR tlmver-champ = 'MEL'
                   OR tlmver-champ = 'FON') THEN
             STRING
               '   '              DELIMITED SIZE
               tlmver-champ       DELIMITED SIZE
               ' contact <'       DELIMITED SIZE
               tlmver-conid       DELIMITED SIZE
               '> : correction manuelle'
                                  DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           ELSE
             ADD 1                         TO w-grp-nbr
             EVALUATE tlmver-champ
               WHEN 'NOM'  MOVE tlmver-valcorr TO w-prop-nom
               WHEN 'RUE'  MOVE tlmver-valcorr TO w-prop-rue
               WHEN 'CPO'  MOVE tlmver-valcorr TO w-prop-cp
               WHEN 'VIL'  MOVE tlmver-valcorr TO w-prop-ville
               WHEN 'TEL'  MOVE tlmver-valcorr TO w-con-tel
               WHEN 'MEL'  MOVE tlmver-valcorr TO w-con-mel
               WHEN 'FON'  MOVE tlmver-valcorr TO w-con-fonction
             END-EVALUATE
             STRING
               '   '              DELIMITED SIZE
               tlmver-champ       DELIMITED SIZE
               ' : '              DELIMITED SIZE
               tlmver-valcorr (1 : 60)
                                  DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           PERFORM LEC-PROP
           .

      *****************************************************************
      * Ligne M complete pour le prospect : image corrigee du
      * prospect, commercial et SIRET a espace (inchanges), contact
      * appele reconduit avec ses corrections.
      *****************************************************************
       PROPOSE-LIGNE-M.
           MOVE SPACES                     TO p-pil
           MOVE 'M'                        TO p-pil-cmd
           MOVE w-grp-id                   TO p-pil-pro-id
           MOVE w-prop-nom                 TO p-pil-pro-nom
           MOVE w-prop-rue                 TO p-pil-pro-rue
           MOVE w-prop-cp                  TO p-pil-pro-cp
           MOVE w-prop-ville               TO p-pil-pro-ville
           MOVE w-prop-stade               TO p-pil-pro-stade
           MOVE w-grp-conid                TO p-pil-con-id
           MOVE w-con-nom                  TO p-pil-con-nom
           MOVE w-con-prenom               TO p-pil-con-prenom
           MOVE w-con-tel                  TO p-pil-con-tel
           MOVE w-con-mel                  TO p-pil-con-mel
           MOVE w-con-note                 TO p-pil-con-note
           MOVE w-grp-id                   TO p-pil-con-pid
           MOVE w-con-optout               TO p-pil-con-optout
           MOVE w-con-principal            TO p-pil-con-princ
           MOVE w-con-fonction             TO p-pil-con-fonction
           MOVE w-con-plage                TO p-pil-con-plage
           MOVE w-con-langue               TO p-pil-con-langue
           WRITE p-pil
           IF w-proposit NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PROPOSIT <' w-proposit '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             ADD 1                         TO w-cpt-proposit
           END-IF
           .

      *****************************************************************
      * Champs faux traites (proposes ou laisses a la correction
      * manuelle) : marques du jour, ils ne sont plus repris.
      *****************************************************************
       MARQUE-PROPOSES.
           EXEC SQL
             UPDATE TRAIN04.TLMVER
               SET DTPROP = :w-date-jour
               WHERE RESULTAT = 'F'
                 AND DTPROP   = ' '
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR UPDATE TLMVER DTPROP SQLCODE <'
                     sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Validation unique : en cas d'anomalie SQL rien n'est valide.
      *****************************************************************
       VALIDATION.
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-correct
                                              w-cpt-faux
                                              w-cpt-injoign
                                              w-cpt-proposit
                                              w-cpt-manuel
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'un resultat : mois, prospect, champ et resultat au
      * journal, motif pose par l'appelant en col.40.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-res (1 : 16)             TO w-enr-log (8 : 16)
           MOVE '>'                        TO w-enr-log (24 : 1)
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
           MOVE '|   REPRISE DES RESULTATS DE VERIFICATION        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -------------------------------------        |'
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
           MOVE w-cpt-correct          TO w-rap-correct-nbr
           MOVE w-rap-correct          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-faux             TO w-rap-faux-nbr
           MOVE w-rap-faux             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-injoign          TO w-rap-injoign-nbr
           MOVE w-rap-injoign          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-proposit         TO w-rap-proposit-nbr
           MOVE w-rap-proposit         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-manuel           TO w-rap-manuel-nbr
           MOVE w-rap-manuel           TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE verifres
           IF w-verifres NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE VERIFRES <' w-verifres '>'
           END-IF
           CLOSE proposit
           IF w-proposit NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PROPOSIT <' w-proposit '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM138.
