      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : RAPPROCHEMENT CLIENTS / FACTURATION
      * NOM DU PROGRAMME : TLMBPGM107
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE RAPPROCHEMENT DES
      *    PROSPECTS ACTIFS AU STADE 'C' (CLIENT) AVEC L'EXTRACTION DU
      *    FICHIER MAITRE DES CLIENTS DE LA FACTURATION (DD FACTCLI,
      *    COPY TLMCFCL1), QUI DERIVENT AU FIL DES FERMETURES, FUSIONS
      *    ET CREATIONS FAITES COTE FACTURATION :
      *       - L'EXTRACTION EST D'ABORD RECHARGEE EN TOTALITE DANS
      *         TLMFCL (VALIDATION UNIQUE ; EN CAS D'ANOMALIE SQL OU
      *         DE FICHIER VIDE RIEN N'EST VALIDE ET LE RAPPROCHEMENT
      *         N'EST PAS FAIT, MEME PRINCIPE QUE TLMBPGM97) ;
      *       - UN PROSPECT EST RATTACHE A UN COMPTE PAR SON NUMERO DE
      *         COMPTE FACTURATION (TLMPRO.COMPTEFAC), A DEFAUT PAR LE
      *         SIRET QUAND SON NUMERO EST A BLANC OU INCONNU DE
      *         L'EXTRACTION.
      *    QUATRE LISTES SONT EDITEES :
      *       1. COMPTES OUVERTS DE LA SEULE FACTURATION (AVEC LE
      *          PROSPECT DE MEME SIRET A UN AUTRE STADE S'IL Y EN A) ;
      *       2. CLIENTS D'ICI INCONNUS DE LA FACTURATION ;
      *       3. COMPTES FERMES DONT LE PROSPECT EST ENCORE AU STADE
      *          'C' : UNE LIGNE M DE PASSAGE AU STADE 'P' EST
      *          PROPOSEE (MOTIF DE PERTE A COMPLETER A LA RELECTURE ;
      *          LE PASSAGE C->P DOIT ETRE ADMIS PAR LA MATRICE TLMSTT,
      *          SINON LA LIGNE SERA REJETEE EN '09') ;
      *       4. ECARTS DE RAISON SOCIALE / D'ADRESSE : UNE LIGNE M
      *          ALIGNANT LE PROSPECT SUR LA FACTURATION EST PROPOSEE.
      *          UN RATTACHEMENT PAR LE SIRET (NUMERO DE COMPTE ABSENT
      *          OU DIFFERENT) EST SIGNALE, LE NUMERO DE COMPTE N'ETANT
      *          PAS PORTE PAR LE PILOTAGE.
      *    LES LIGNES M REPRENNENT TEL QUEL LE CONTACT PRINCIPAL DU
      *    PROSPECT (CHAMPS OBLIGATOIRES DU PILOTAGE) ; UN PROSPECT
      *    SANS CONTACT ACTIF EST LAISSE A LA CORRECTION MANUELLE.
      *    LES PROPOSITIONS PARTENT SUR PROPOSIT AU FORMAT PILOTAGE
      *    (TLMCPIL3), A RELIRE PUIS A SOUMETTRE EN 2EME SOURCE DE
      *    TLMBPGM3, COMME CELLES DE TLMBPGM67. RIEN N'EST ECRIT DANS
      *    TLMPRO ICI.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM107.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200224.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Extraction du maitre des clients de la facturation
           SELECT factcli  ASSIGN TO FACTCLI
             FILE STATUS IS w-factcli.
      *    Propositions de correction, au format pilotage TLMCPIL3
           SELECT proposit ASSIGN TO PROPOSIT
             FILE STATUS IS w-proposit.
      *    Fichier de journalisation (rapport de rapprochement)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD factcli RECORDING MODE F.
       COPY TLMCFCL1 REPLACING ==:PROG:== BY ==f==.
       FD proposit RECORDING MODE F.
       COPY TLMCPIL3 REPLACING ==:PROG:== BY ==p==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMFCL
           EXEC SQL
             INCLUDE DCLFCL
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-factcli                      PIC   X(02).
       01 w-proposit                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier FACTCLI
       01 w-eof-fcl                      PIC   9.
           88 w-eof-fcl-oui                      VALUE 1.
           88 w-eof-fcl-non                      VALUE 0.
      *    Fin de parcours du curseur du controle en cours
       01 w-eot-ctl                      PIC   9.
           88 w-eot-ctl-oui                      VALUE 1.
           88 w-eot-ctl-non                      VALUE 0.
      *    Prospect courant du controle en cours
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
       01 w-pro-siret                    PIC   X(14).
       01 w-pro-comptefac                PIC   X(10).
       01 w-pro-commercial               PIC   X(04).
      *    Prospect de la ligne precedente (un prospect rattache par
      *    le SIRET a plusieurs comptes n'est traite qu'une fois)
       01 w-pro-id-prec                  PIC   X(06).
      *    Prospect de meme SIRET a un autre stade (controle 1)
       01 w-autre-id                     PIC   X(06).
       01 w-autre-stade                  PIC   X(01).
      *    Contact repris sur une ligne M proposee
       01 w-con-id                       PIC   X(06).
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
      *    Image proposee du prospect sur la ligne M
       01 w-prop-nom                     PIC   X(35).
       01 w-prop-rue                     PIC   X(40).
       01 w-prop-cp                      PIC   X(05).
       01 w-prop-ville                   PIC   X(35).
       01 w-prop-stade                   PIC   X(01).
      *    Ecart de raison sociale ou d'adresse (controle 4)
       01 w-ecart-adr                    PIC   9.
           88 w-ecart-adr-oui                    VALUE 1.
           88 w-ecart-adr-non                    VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-fact-seul             PIC  S9(07) COMP-3.
           05 w-cpt-ici-seul              PIC  S9(07) COMP-3.
           05 w-cpt-ferme                 PIC  S9(07) COMP-3.
           05 w-cpt-ecart                 PIC  S9(07) COMP-3.
           05 w-cpt-siret                 PIC  S9(07) COMP-3.
           05 w-cpt-proposit              PIC  S9(07) COMP-3.
           05 w-cpt-sans-con              PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Comptes lus au maitre de la facturation :  '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Comptes charges dans TLMFCL :              '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
       01 w-rap-fact-seul.
           05 FILLER                     PIC   X(43) VALUE
                'Comptes ouverts de la seule facturation :  '.
           05 w-rap-fact-seul-nbr         PIC   ZZZZZZ9.
       01 w-rap-ici-seul.
           05 FILLER                     PIC   X(43) VALUE
                'Clients inconnus de la facturation :       '.
           05 w-rap-ici-seul-nbr          PIC   ZZZZZZ9.
       01 w-rap-ferme.
           05 FILLER                     PIC   X(43) VALUE
                'Comptes fermes encore au stade C :         '.
           05 w-rap-ferme-nbr             PIC   ZZZZZZ9.
       01 w-rap-ecart.
           05 FILLER                     PIC   X(43) VALUE
                'Ecarts de raison sociale ou d''adresse :    '.
           05 w-rap-ecart-nbr             PIC   ZZZZZZ9.
       01 w-rap-siret.
           05 FILLER                     PIC   X(43) VALUE
                'Clients rattaches par le seul SIRET :      '.
           05 w-rap-siret-nbr             PIC   ZZZZZZ9.
       01 w-rap-proposit.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de correction proposees :           '.
           05 w-rap-proposit-nbr          PIC   ZZZZZZ9.
       01 w-rap-sans-con.
           05 FILLER                     PIC   X(43) VALUE
                '  dont non proposees (aucun contact) :     '.
           05 w-rap-sans-con-nbr          PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Regle de rattachement d'un prospect P a un compte F, commune
      * aux quatre controles : meme numero de compte facturation, ou
      * meme SIRET quand le numero du prospect est a blanc ou inconnu
      * de l'extraction.
      *
      * Controle 1 : comptes ouverts auxquels aucun client actif
      * n'est rattache.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-FACT-SEUL CURSOR FOR
               SELECT F.COMPTE, F.SIRET, F.NOM, F.ADDR_VILLE
               FROM TRAIN04.TLMFCL F
               WHERE F.ETAT = 'A'
                 AND NOT EXISTS (
                   SELECT 1 FROM TRAIN04.TLMPRO P
                     WHERE P.STATUT = 'A'
                       AND P.STADE = 'C'
                       AND (P.COMPTEFAC = F.COMPTE
                         OR (F.SIRET <> ' '
                             AND P.SIRET = F.SIRET
                             AND NOT EXISTS (
                               SELECT 1 FROM TRAIN04.TLMFCL G
                                 WHERE G.COMPTE = P.COMPTEFAC))))
               ORDER BY F.COMPTE
           END-EXEC.

      *****************************************************************
      * Controle 2 : clients actifs rattaches a aucun compte de
      * l'extraction, ouvert ou ferme.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ICI-SEUL CURSOR FOR
               SELECT P.ID, P.NOM, P.SIRET, P.COMPTEFAC, P.COMMERCIAL
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND NOT EXISTS (
                   SELECT 1 FROM TRAIN04.TLMFCL F
                     WHERE F.COMPTE = P.COMPTEFAC
                        OR (F.SIRET <> ' '
                            AND P.SIRET = F.SIRET
                            AND NOT EXISTS (
                              SELECT 1 FROM TRAIN04.TLMFCL G
                                WHERE G.COMPTE = P.COMPTEFAC)))
               ORDER BY P.ID
           END-EXEC.

      *****************************************************************
      * Controle 3 : clients actifs rattaches a un compte ferme. Un
      * rattachement par le SIRET a un compte ferme alors qu'un compte
      * ouvert porte le meme SIRET est une fusion, pas une fermeture :
      * il releve du controle 4.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-FERME CURSOR FOR
               SELECT P.ID, P.NOM, COALESCE(P.ADDR_RUE, ' '),
                      COALESCE(P.ADDR_CP, ' '),
                      COALESCE(P.ADDR_VILLE, ' '),
                      F.COMPTE, F.DTETAT
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMFCL F
               WHERE P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND F.ETAT = 'F'
                 AND (P.COMPTEFAC = F.COMPTE
                   OR (F.SIRET <> ' '
                       AND P.SIRET = F.SIRET
                       AND NOT EXISTS (
                         SELECT 1 FROM TRAIN04.TLMFCL G
                           WHERE G.COMPTE = P.COMPTEFAC)
                       AND NOT EXISTS (
                         SELECT 1 FROM TRAIN04.TLMFCL H
                           WHERE H.ETAT = 'A'
                             AND H.SIRET = P.SIRET)))
               ORDER BY P.ID, F.COMPTE
           END-EXEC.

      *****************************************************************
      * Controle 4 : clients actifs rattaches a un compte ouvert dont
      * la raison sociale, l'adresse ou le numero de compte differe.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ECART CURSOR FOR
               SELECT P.ID, P.NOM, COALESCE(P.ADDR_RUE, ' '),
                      COALESCE(P.ADDR_CP, ' '),
                      COALESCE(P.ADDR_VILLE, ' '), P.COMPTEFAC,
                      F.COMPTE, F.NOM, F.ADDR_RUE, F.ADDR_CP,
                      F.ADDR_VILLE
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMFCL F
               WHERE P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND F.ETAT = 'A'
                 AND (P.COMPTEFAC = F.COMPTE
                   OR (F.SIRET <> ' '
                       AND P.SIRET = F.SIRET
                       AND NOT EXISTS (
                         SELECT 1 FROM TRAIN04.TLMFCL G
                           WHERE G.COMPTE = P.COMPTEFAC)))
                 AND (P.NOM <> F.NOM
                   OR COALESCE(P.ADDR_RUE, ' ') <> F.ADDR_RUE
                   OR COALESCE(P.ADDR_CP, ' ') <> F.ADDR_CP
                   OR COALESCE(P.ADDR_VILLE, ' ') <> F.ADDR_VILLE
                   OR P.COMPTEFAC <> F.COMPTE)
               ORDER BY P.ID, F.COMPTE
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, RAPPROCHEMENT CLIENTS / FACTURATION'
           PERFORM INIT
           PERFORM TRT-FACTCLI
           IF RETURN-CODE = 0 THEN
             PERFORM CTL-FACT-SEUL
             PERFORM CTL-ICI-SEUL
             PERFORM CTL-FERME
             PERFORM CTL-ECART
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT factcli
           IF w-factcli NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE FACTCLI <' w-factcli '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT proposit
           IF w-proposit NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PROPOSIT <' w-proposit '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                              w-cpt-rejet
                                              w-cpt-fact-seul
                                              w-cpt-ici-seul
                                              w-cpt-ferme w-cpt-ecart
                                              w-cpt-siret
                                              w-cpt-proposit
                                              w-cpt-sans-con
           PERFORM ENTETE
           .

      *****************************************************************
      * Rechargement complet de TLMFCL depuis l'extraction, validation
      * unique en fin de fichier. Une extraction vide viderait la
      * table et ferait de tous les clients des inconnus de la
      * facturation : elle est traitee comme une anomalie.
      *****************************************************************
       TRT-FACTCLI.
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               DELETE FROM TRAIN04.TLMFCL
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR DELETE TLMFCL <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           SET w-eof-fcl-non                TO TRUE
           IF RETURN-CODE = 0 THEN
             PERFORM LEC-FACTCLI
           ELSE
             SET w-eof-fcl-oui              TO TRUE
           END-IF
           PERFORM CHARGE-ENR               UNTIL w-eof-fcl-oui
           IF RETURN-CODE = 0 AND w-cpt-charge = 0 THEN
             DISPLAY 'MET-ERR FACTCLI SANS COMPTE VALIDE'
             MOVE 16                       TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 0                        TO w-cpt-charge
             MOVE 'Chargement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'Rapprochement non effectue.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-FACTCLI.
           READ factcli
             AT END     SET w-eof-fcl-oui  TO TRUE
             NOT AT END SET w-eof-fcl-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un compte : numero et raison sociale renseignes,
      * etat 'A'/'F', SIRET et date numeriques quand ils sont portes.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-fcl-etat                 TO tlmfcl-etat
           EVALUATE TRUE
             WHEN f-fcl-compte = SPACES
               MOVE 'compte absent'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-fcl-nom = SPACES
               MOVE 'nom absent'           TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT TLMFCL-ETAT-VALIDE
               MOVE 'etat invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-fcl-siret NOT = SPACES
                  AND f-fcl-siret NOT NUMERIC
               MOVE 'SIRET invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-fcl-dtetat NOT = SPACES
                  AND f-fcl-dtetat NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM CHARGE-COMPTE
           END-EVALUATE
           PERFORM LEC-FACTCLI
           .

      *****************************************************************
      * Insertion d'un compte valide ; un compte en double dans
      * l'extraction est rejete sans arreter le chargement.
      *****************************************************************
       CHARGE-COMPTE.
           MOVE f-fcl-compte               TO tlmfcl-compte
           MOVE f-fcl-siret                TO tlmfcl-siret
           MOVE f-fcl-nom                  TO tlmfcl-nom
           MOVE f-fcl-rue                  TO tlmfcl-addr-rue
           MOVE f-fcl-cp                   TO tlmfcl-addr-cp
           MOVE f-fcl-ville                TO tlmfcl-addr-ville
           MOVE f-fcl-dtetat               TO tlmfcl-dtetat
           EXEC SQL
             INSERT INTO TRAIN04.TLMFCL (
                 COMPTE, SIRET, NOM, ADDR_RUE, ADDR_CP, ADDR_VILLE,
                 ETAT, DTETAT, DTCHARGE)
               VALUES (
                 :tlmfcl-compte, :tlmfcl-siret, :tlmfcl-nom,
                 :tlmfcl-addr-rue, :tlmfcl-addr-cp,
                 :tlmfcl-addr-ville, :tlmfcl-etat, :tlmfcl-dtetat,
                 CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'compte en double'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMFCL <' tlmfcl-compte
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Controle 1 : comptes de la seule facturation.
      *****************************************************************
       CTL-FACT-SEUL.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '1. Comptes ouverts de la seule facturation'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-FACT-SEUL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-FACT-SEUL <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ctl-non             TO TRUE
             PERFORM LEC-FACT-SEUL
             PERFORM ANO-FACT-SEUL         UNTIL w-eot-ctl-oui
             EXEC SQL
               CLOSE CURS-FACT-SEUL
             END-EXEC
           END-IF
           .

       LEC-FACT-SEUL.
           EXEC SQL
             FETCH CURS-FACT-SEUL
               INTO :tlmfcl-compte, :tlmfcl-siret, :tlmfcl-nom,
                    :tlmfcl-addr-ville
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-ctl-non           TO TRUE
             WHEN 100
               SET w-eot-ctl-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-FACT-SEUL <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-ctl-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Compte de la seule facturation : rapport seulement (le
      * pilotage ne sait pas creer un client sans contact). Un
      * prospect de meme SIRET a un autre stade est signale : c'est
      * souvent une affaire gagnee dont le stade n'a pas suivi.
      *****************************************************************
       ANO-FACT-SEUL.
           ADD 1                           TO w-cpt-fact-seul
           STRING
             'Compte <'           DELIMITED SIZE
             tlmfcl-compte        DELIMITED SIZE
             '> SIRET <'          DELIMITED SIZE
             tlmfcl-siret         DELIMITED SIZE
             '> '                 DELIMITED SIZE
             tlmfcl-nom (1 : 20)  DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmfcl-addr-ville (1 : 12)
                                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF tlmfcl-siret NOT = SPACES THEN
             EXEC SQL
               SELECT ID, STADE
                 INTO :w-autre-id, :w-autre-stade
                 FROM TRAIN04.TLMPRO
                 WHERE SIRET  = :tlmfcl-siret
                   AND STATUT = 'A'
                 ORDER BY ID
                 FETCH FIRST 1 ROW ONLY
             END-EXEC
             IF SQLCODE = 0 THEN
               STRING
                 '   prospect de meme SIRET <' DELIMITED SIZE
                 w-autre-id       DELIMITED SIZE
                 '> au stade <'   DELIMITED SIZE
                 w-autre-stade    DELIMITED SIZE
                 '>'              DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
             END-IF
           END-IF
           PERFORM LEC-FACT-SEUL
           .

      *****************************************************************
      * Controle 2 : clients inconnus de la facturation.
      *****************************************************************
       CTL-ICI-SEUL.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '2. Clients inconnus de la facturation'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-ICI-SEUL
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ICI-SEUL <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ctl-non             TO TRUE
             PERFORM LEC-ICI-SEUL
             PERFORM ANO-ICI-SEUL          UNTIL w-eot-ctl-oui
             EXEC SQL
               CLOSE CURS-ICI-SEUL
             END-EXEC
           END-IF
           .

       LEC-ICI-SEUL.
           EXEC SQL
             FETCH CURS-ICI-SEUL
               INTO :w-pro-id, :w-pro-nom, :w-pro-siret,
                    :w-pro-comptefac, :w-pro-commercial
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-ctl-non           TO TRUE
             WHEN 100
               SET w-eot-ctl-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-ICI-SEUL <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-ctl-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Client inconnu de la facturation : rapport seulement, a
      * instruire avec le commercial (ouverture jamais faite, ou
      * compte purge cote facturation).
      *****************************************************************
       ANO-ICI-SEUL.
           ADD 1                           TO w-cpt-ici-seul
           STRING
             'Client <'           DELIMITED SIZE
             w-pro-id             DELIMITED SIZE
             '> cpt <'            DELIMITED SIZE
             w-pro-comptefac      DELIMITED SIZE
             '> SIRET <'          DELIMITED SIZE
             w-pro-siret          DELIMITED SIZE
             '> '                 DELIMITED SIZE
             w-pro-commercial     DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-pro-nom (1 : 19)   DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-ICI-SEUL
           .

      *****************************************************************
      * Controle 3 : comptes fermes encore au stade 'C'.
      *****************************************************************
       CTL-FERME.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '3. Comptes fermes encore au stade C'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE SPACES                     TO w-pro-id-prec
           EXEC SQL
             OPEN CURS-FERME
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-FERME <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ctl-non             TO TRUE
             PERFORM LEC-FERME
             PERFORM ANO-FERME             UNTIL w-eot-ctl-oui
             EXEC SQL
               CLOSE CURS-FERME
             END-EXEC
           END-IF
           .

       LEC-FERME.
           EXEC SQL
             FETCH CURS-FERME
               INTO :w-pro-id, :w-pro-nom, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville, :tlmfcl-compte, :tlmfcl-dtetat
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-ctl-non           TO TRUE
             WHEN 100
               SET w-eot-ctl-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-FERME <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-ctl-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Compte ferme : rapport + proposition d'une ligne M passant le
      * prospect au stade 'P', raison sociale et adresse reconduites.
      *****************************************************************
       ANO-FERME.
           IF w-pro-id NOT = w-pro-id-prec THEN
             MOVE w-pro-id                 TO w-pro-id-prec
             ADD 1                         TO w-cpt-ferme
             STRING
               'Compte ferme <'   DELIMITED SIZE
               tlmfcl-compte      DELIMITED SIZE
               '> le '            DELIMITED SIZE
               tlmfcl-dtetat      DELIMITED SIZE
               ' : prospect <'    DELIMITED SIZE
               w-pro-id           DELIMITED SIZE
               '> '               DELIMITED SIZE
               w-pro-nom (1 : 22) DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE w-pro-nom                TO w-prop-nom
             MOVE w-pro-rue                TO w-prop-rue
             MOVE w-pro-cp                 TO w-prop-cp
             MOVE w-pro-ville              TO w-prop-ville
             MOVE 'P'                      TO w-prop-stade
             PERFORM PROPOSE-LIGNE-M
           END-IF
           PERFORM LEC-FERME
           .

      *****************************************************************
      * Controle 4 : ecarts de raison sociale, d'adresse ou de numero
      * de compte avec un compte ouvert.
      *****************************************************************
       CTL-ECART.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '4. Ecarts avec un compte ouvert de la facturation'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE SPACES                     TO w-pro-id-prec
           EXEC SQL
             OPEN CURS-ECART
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ECART <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-ctl-non             TO TRUE
             PERFORM LEC-ECART
             PERFORM ANO-ECART             UNTIL w-eot-ctl-oui
             EXEC SQL
               CLOSE CURS-ECART
             END-EXEC
           END-IF
           .

       LEC-ECART.
           EXEC SQL
             FETCH CURS-ECART
               INTO :w-pro-id, :w-pro-nom, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville, :w-pro-comptefac,
                    :tlmfcl-compte, :tlmfcl-nom, :tlmfcl-addr-rue,
                    :tlmfcl-addr-cp, :tlmfcl-addr-ville
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-ctl-non           TO TRUE
             WHEN 100
               SET w-eot-ctl-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-ECART <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-ctl-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Ecart avec un compte ouvert : rapport des deux images, puis
      * proposition d'une ligne M alignant raison sociale et adresse
      * sur la facturation. Un rattachement par le SIRET est signale
      * seul quand il n'y a pas d'autre ecart.
      *****************************************************************
       ANO-ECART.
           IF w-pro-id NOT = w-pro-id-prec THEN
             MOVE w-pro-id                 TO w-pro-id-prec
             IF w-pro-nom   NOT = tlmfcl-nom
                OR w-pro-rue   NOT = tlmfcl-addr-rue
                OR w-pro-cp    NOT = tlmfcl-addr-cp
                OR w-pro-ville NOT = tlmfcl-addr-ville THEN
               SET w-ecart-adr-oui         TO TRUE
               ADD 1                       TO w-cpt-ecart
             ELSE
               SET w-ecart-adr-non         TO TRUE
             END-IF
             STRING
               'Prospect <'       DELIMITED SIZE
               w-pro-id           DELIMITED SIZE
               '> compte <'       DELIMITED SIZE
               w-pro-comptefac    DELIMITED SIZE
               '> facturation <'  DELIMITED SIZE
               tlmfcl-compte      DELIMITED SIZE
               '>'                DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             IF w-pro-comptefac NOT = tlmfcl-compte THEN
               ADD 1                       TO w-cpt-siret
               MOVE '   rattache par le SIRET, compte a reprendre'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
             END-IF
             IF w-ecart-adr-oui THEN
               PERFORM EDITE-ECART
               MOVE tlmfcl-nom             TO w-prop-nom
               MOVE tlmfcl-addr-rue        TO w-prop-rue
               MOVE tlmfcl-addr-cp         TO w-prop-cp
               MOVE tlmfcl-addr-ville      TO w-prop-ville
               MOVE 'C'                    TO w-prop-stade
               PERFORM PROPOSE-LIGNE-M
             END-IF
           END-IF
           PERFORM LEC-ECART
           .

      *****************************************************************
      * Image d'ici et image de la facturation, l'une sous l'autre.
      *****************************************************************
       EDITE-ECART.
           STRING
             '   ici  : '         DELIMITED SIZE
             w-pro-nom (1 : 25)   DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-pro-rue (1 : 20)   DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-pro-cp             DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-pro-ville (1 : 17) DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '   fact.: '         DELIMITED SIZE
             tlmfcl-nom (1 : 25)  DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmfcl-addr-rue (1 : 20)
                                  DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmfcl-addr-cp       DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmfcl-addr-ville (1 : 17)
                                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Proposition d'une ligne M complete pour le prospect courant :
      * image proposee du prospect (w-prop-*), commercial et SIRET a
      * espace (inchanges), et contact principal reconduit tel quel
      * (a defaut le plus ancien contact actif) pour porter les
      * champs obligatoires du pilotage sans rien modifier du contact.
      *****************************************************************
       PROPOSE-LIGNE-M.
           EXEC SQL
             SELECT ID, COALESCE(NOM, ' '), COALESCE(PRENOM, ' '),
                    COALESCE(TEL, ' '), COALESCE(MEL, ' '),
                    COALESCE(NOTE, ' '), OPTOUT, PRINCIPAL,
                    COALESCE(FONCTION, ' '), PLAGE, LANGUE
               INTO :w-con-id, :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-note,
                    :w-con-optout, :w-con-principal,
                    :w-con-fonction, :w-con-plage, :w-con-langue
               FROM TRAIN04.TLMCON
               WHERE PID    = :w-pro-id
                 AND STATUT = 'A'
               ORDER BY PRINCIPAL DESC, ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SPACES                 TO p-pil
               MOVE 'M'                    TO p-pil-cmd
               MOVE w-pro-id               TO p-pil-pro-id
               MOVE w-prop-nom             TO p-pil-pro-nom
               MOVE w-prop-rue             TO p-pil-pro-rue
               MOVE w-prop-cp              TO p-pil-pro-cp
               MOVE w-prop-ville           TO p-pil-pro-ville
               MOVE w-prop-stade           TO p-pil-pro-stade
               MOVE w-con-id               TO p-pil-con-id
               MOVE w-con-nom              TO p-pil-con-nom
               MOVE w-con-prenom           TO p-pil-con-prenom
               MOVE w-con-tel              TO p-pil-con-tel
               MOVE w-con-mel              TO p-pil-con-mel
               MOVE w-con-note             TO p-pil-con-note
               MOVE w-pro-id               TO p-pil-con-pid
               MOVE w-con-optout           TO p-pil-con-optout
               MOVE w-con-principal        TO p-pil-con-princ
               MOVE w-con-fonction         TO p-pil-con-fonction
               MOVE w-con-plage            TO p-pil-con-plage
               MOVE w-con-langue           TO p-pil-con-langue
               PERFORM ECRIT-PROPOSIT
             WHEN 100
               ADD 1                       TO w-cpt-sans-con
               MOVE '   aucun contact actif : correction manuelle'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMCON <' w-pro-id
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       ECRIT-PROPOSIT.
           WRITE p-pil
           IF w-proposit NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PROPOSIT <' w-proposit '>'
           ELSE
             ADD 1                         TO w-cpt-proposit
           END-IF
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-fcl (1 : 24)             TO w-enr-log (8 : 24)
           MOVE '>'                        TO w-enr-log (32 : 1)
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
           MOVE '|   RAPPROCHEMENT CLIENTS / MAITRE FACTURATION   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ------------------------------------------   |'
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
           MOVE w-cpt-charge           TO w-rap-charge-nbr
           MOVE w-rap-charge           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-fact-seul        TO w-rap-fact-seul-nbr
           MOVE w-rap-fact-seul        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ici-seul         TO w-rap-ici-seul-nbr
           MOVE w-rap-ici-seul         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ferme            TO w-rap-ferme-nbr
           MOVE w-rap-ferme            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ecart            TO w-rap-ecart-nbr
           MOVE w-rap-ecart            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-siret            TO w-rap-siret-nbr
           MOVE w-rap-siret            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-proposit         TO w-rap-proposit-nbr
           MOVE w-rap-proposit         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-con         TO w-rap-sans-con-nbr
           MOVE w-rap-sans-con         TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE factcli
           IF w-factcli NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE FACTCLI <' w-factcli '>'
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

       END PROGRAM TLMBPGM107.
