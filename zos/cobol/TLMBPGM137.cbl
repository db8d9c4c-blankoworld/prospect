      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : VERIFICATION TERRAIN DES DONNEES
      * NOM DU PROGRAMME : TLMBPGM137
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE TIRAGE DE
      *    L'ECHANTILLON DE VERIFICATION TERRAIN : POUR CHAQUE
      *    COMMERCIAL, N PROSPECTS ACTIFS (FICHIER DE CONTROLE SEUIL,
      *    5 PAR DEFAUT) AYANT UN CONTACT ACTIF, NON OPPOSE ET HORS
      *    ATTENTE, SONT TIRES AU SORT :
      *       - LE TIRAGE EST REPRODUCTIBLE : LES PROSPECTS DU
      *         COMMERCIAL SONT RANGES SUR UNE CLE PSEUDO-ALEATOIRE
      *         CALCULEE A PARTIR DE LEUR IDENTIFIANT ET DU MOIS DU
      *         TIRAGE (MEMES DONNEES, MEME MOIS => MEME ECHANTILLON),
      *         ET LES N PREMIERS SONT RETENUS ;
      *       - CHAQUE PROSPECT TIRE DONNE SEPT LIGNES DANS TLMVER
      *         (RAISON SOCIALE, RUE, CODE POSTAL, VILLE, ET
      *         TELEPHONE, COURRIEL, FONCTION DU CONTACT PRINCIPAL),
      *         AVEC LA VALEUR EN BASE, EN ATTENTE DE RESULTAT ;
      *       - LA LISTE D'APPELS DE LA CELLULE QUALITE PART AU
      *         FORMAT TLMCVER1 (UNE LIGNE PAR PROSPECT TIRE).
      *    RELANCABLE DANS LE MOIS : LES LIGNES DU MOIS ENCORE EN
      *    ATTENTE SONT SUPPRIMEES PUIS TIREES A NOUVEAU, A
      *    L'IDENTIQUE ; UN PROSPECT DONT LE RESULTAT EST DEJA REPRIS
      *    N'EST PAS REMIS DANS LA LISTE. EN CAS D'ANOMALIE SQL RIEN
      *    N'EST VALIDE (RC 16). LES RESULTATS SONT REPRIS PAR
      *    TLMBPGM138, LES TAUX D'EXACTITUDE EDITES PAR TLMBPGM139.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM137.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200803.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant la taille de l'echantillon par
      *    commercial
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Liste d'appels de la cellule qualite (COPY TLMCVER1)
           SELECT appels  ASSIGN TO APPELS
             FILE STATUS IS w-appels.
      *    Fichier de journalisation (compte-rendu du tirage)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-nbr                 PIC  9(03).
           05 FILLER                      PIC  X(77).
       FD appels RECORDING MODE F.
       COPY TLMCVER1 REPLACING ==:PROG:== BY ==f==.
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
       01 w-seuil                        PIC   X(02).
       01 w-appels                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Taille de l'echantillon par commercial
       01 w-taille                       PIC   9(03) VALUE 005.
      *    Date du jour (AAAAMMJJ) et mois du tirage (AAAAMM)
       01 w-date-jour.
           05 w-periode                  PIC   X(06).
           05 FILLER                     PIC   X(02).
       01 w-periode-num REDEFINES w-date-jour.
           05 w-periode-nbr              PIC   9(06).
           05 FILLER                     PIC   X(02).
      *    Parametres de la cle de tirage, derives du mois : la cle
      *    d'un prospect est (ID * multiplicateur + graine) modulo le
      *    nombre premier w-modulo
       01 w-modulo                       PIC  S9(09) COMP VALUE 1000003.
       01 w-mult                         PIC  S9(09) COMP.
       01 w-graine                       PIC  S9(09) COMP.
       01 w-produit                      PIC  S9(15) COMP-3.
       01 w-quotient                     PIC  S9(15) COMP-3.
      *    Fin de parcours du curseur de tirage
       01 w-eot-tir                      PIC   9.
           88 w-eot-tir-oui                      VALUE 1.
           88 w-eot-tir-non                      VALUE 0.
      *    Prospect tire deja verifie (resultat repris) ?
       01 w-deja                         PIC   9.
           88 w-deja-oui                         VALUE 1.
           88 w-deja-non                         VALUE 0.
      *    Prospect courant du curseur de tirage
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
       01 w-pro-commercial               PIC   X(04).
      *    Commercial en cours, rang de tirage et nombre de prospects
      *    eligibles du commercial
       01 w-com-prec                     PIC   X(04).
       01 w-rang                         PIC   9(03).
       01 w-com-elig                     PIC  S9(07) COMP-3.
      *    Contact principal du prospect tire
       01 w-con-id                       PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-fonction                 PIC   X(40).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
      *    Formes affichables
       77 w-nb-aff                       PIC   ZZZZZ9.
       77 w-rang-aff                     PIC   ZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
           05 w-cpt-elig                  PIC  S9(07) COMP-3.
           05 w-cpt-tire                  PIC  S9(07) COMP-3.
           05 w-cpt-deja                  PIC  S9(07) COMP-3.
           05 w-cpt-appel                 PIC  S9(07) COMP-3.
           05 w-cpt-purge                 PIC  S9(07) COMP-3.
       01 w-rap-taille.
           05 FILLER                     PIC   X(43) VALUE
                'Taille de l''echantillon par commercial :   '.
           05 w-rap-taille-nbr            PIC   ZZZZZZ9.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Commerciaux echantillonnes :               '.
           05 w-rap-com-nbr               PIC   ZZZZZZ9.
       01 w-rap-elig.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects eligibles au tirage :            '.
           05 w-rap-elig-nbr              PIC   ZZZZZZ9.
       01 w-rap-tire.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects tires :                          '.
           05 w-rap-tire-nbr              PIC   ZZZZZZ9.
       01 w-rap-deja.
           05 FILLER                     PIC   X(43) VALUE
                '  dont deja verifies ce mois :             '.
           05 w-rap-deja-nbr              PIC   ZZZZZZ9.
       01 w-rap-appel.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes de la liste d''appels :              '.
           05 w-rap-appel-nbr             PIC   ZZZZZZ9.
       01 w-rap-purge.
           05 FILLER                     PIC   X(43) VALUE
                'Lignes en attente supprimees (reprise) :   '.
           05 w-rap-purge-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur de tirage : prospects actifs, hors attente, d'un
      * commercial, ayant au moins un contact actif, non oppose et
      * hors attente. Ranges par commercial puis sur la cle de tirage
      * du mois (identifiant en dernier critere, pour departager).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TIRAGE CURSOR FOR
               SELECT P.ID, P.NOM, COALESCE(P.ADDR_RUE, ' '),
                      COALESCE(P.ADDR_CP, ' '),
                      COALESCE(P.ADDR_VILLE, ' '), P.COMMERCIAL
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND P.COMMERCIAL <> ' '
                 AND P.DTATTENTE <= :w-date-jour
                 AND EXISTS
                     (SELECT 1 FROM TRAIN04.TLMCON C
                        WHERE C.PID = P.ID
                          AND C.STATUT = 'A'
                          AND C.OPTOUT NOT = 'O'
                          AND C.DTATTENTE <= :w-date-jour)
               ORDER BY P.COMMERCIAL,
                        MOD(BIGINT(P.ID) * :w-mult + :w-graine,
                            :w-modulo),
                        P.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, TIRAGE DE LA VERIFICATION TERRAIN'
           PERFORM INIT
           PERFORM PURGE-ATTENTE
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-TIRAGE
           END-IF
           PERFORM VALIDATION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de la taille d'echantillon,
      * calcul de la cle du mois et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-nbr NUMERIC
                      AND f-seuil-nbr NOT = ZERO THEN
                     MOVE f-seuil-nbr        TO w-taille
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           OPEN OUTPUT appels
           IF w-appels NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE APPELS <' w-appels '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-com w-cpt-elig
                                              w-cpt-tire w-cpt-deja
                                              w-cpt-appel w-cpt-purge
           PERFORM CALC-GRAINE
           PERFORM ENTETE
           .

      *****************************************************************
      * Cle de tirage du mois : multiplicateur et graine derives du
      * mois AAAAMM (multiplicateur jamais nul), de sorte que l'ordre
      * des prospects change d'un mois a l'autre et reste le meme
      * pour une reprise dans le mois.
      *****************************************************************
       CALC-GRAINE.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           COMPUTE w-produit = w-periode-nbr * 48271
           DIVIDE w-produit BY w-modulo GIVING w-quotient
             REMAINDER w-mult
           ADD 1                           TO w-mult
           COMPUTE w-produit = w-periode-nbr * 16807
           DIVIDE w-produit BY w-modulo GIVING w-quotient
             REMAINDER w-graine
           .

      *****************************************************************
      * Reprise dans le mois : les lignes du mois encore en attente
      * de resultat sont supprimees avant d'etre tirees a nouveau.
      *****************************************************************
       PURGE-ATTENTE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMVER
               WHERE PERIODE  = :w-periode
                 AND RESULTAT = ' '
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-purge
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR DELETE TLMVER SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Parcours du curseur de tirage, commercial par commercial
      *****************************************************************
       TRT-TIRAGE.
           MOVE 'ECHANTILLON PAR COMMERCIAL'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE SPACES                     TO w-com-prec
           EXEC SQL
             OPEN CURS-TIRAGE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-TIRAGE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-tir-non             TO TRUE
             PERFORM LEC-TIRAGE
             PERFORM TRT-PROSPECT          UNTIL w-eot-tir-oui
             EXEC SQL
               CLOSE CURS-TIRAGE
             END-EXEC
             IF w-com-prec NOT = SPACES THEN
               PERFORM FIN-COMMERCIAL
             END-IF
           END-IF
           .

       LEC-TIRAGE.
           EXEC SQL
             FETCH CURS-TIRAGE
               INTO :w-pro-id, :w-pro-nom, :w-pro-rue, :w-pro-cp,
                    :w-pro-ville, :w-pro-commercial
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-tir-non           TO TRUE
             WHEN 100
               SET w-eot-tir-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-TIRAGE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-tir-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Prospect eligible : rupture de commercial, puis tirage tant
      * que l'echantillon du commercial n'est pas complet.
      *****************************************************************
       TRT-PROSPECT.
           IF w-pro-commercial NOT = w-com-prec THEN
             IF w-com-prec NOT = SPACES THEN
               PERFORM FIN-COMMERCIAL
             END-IF
             MOVE w-pro-commercial         TO w-com-prec
             MOVE 0                        TO w-rang w-com-elig
             ADD 1                         TO w-cpt-com
           END-IF
           ADD 1                           TO w-com-elig w-cpt-elig
           IF w-rang < w-taille AND RETURN-CODE = 0 THEN
             ADD 1                         TO w-rang
             PERFORM TIRE-PROSPECT
           END-IF
           PERFORM LEC-TIRAGE
           .

      *****************************************************************
      * Ligne de compte-rendu du commercial termine
      *****************************************************************
       FIN-COMMERCIAL.
           MOVE w-rang                     TO w-rang-aff
           MOVE w-com-elig                 TO w-nb-aff
           STRING
             'Commercial <'       DELIMITED SIZE
             w-com-prec           DELIMITED SIZE
             '> : '               DELIMITED SIZE
             w-rang-aff           DELIMITED SIZE
             ' tire(s) sur '      DELIMITED SIZE
             w-nb-aff             DELIMITED SIZE
             ' eligible(s)'       DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Prospect tire : contact principal (a defaut le plus ancien
      * contact eligible), sept lignes dans TLMVER, puis ligne de la
      * liste d'appels si le prospect n'est pas deja verifie ce mois.
      *****************************************************************
       TIRE-PROSPECT.
           ADD 1                           TO w-cpt-tire
           EXEC SQL
             SELECT ID, COALESCE(NOM, ' '), COALESCE(PRENOM, ' '),
                    COALESCE(TEL, ' '), COALESCE(MEL, ' '),
                    COALESCE(FONCTION, ' '), PLAGE, LANGUE
               INTO :w-con-id, :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-fonction,
                    :w-con-plage, :w-con-langue
               FROM TRAIN04.TLMCON
               WHERE PID       = :w-pro-id
                 AND STATUT    = 'A'
                 AND OPTOUT NOT = 'O'
                 AND DTATTENTE <= :w-date-jour
               ORDER BY PRINCIPAL DESC, ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR SELECT TLMCON <' w-pro-id
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-deja-non                TO TRUE
             MOVE w-periode                TO tlmver-periode
             MOVE w-pro-id                 TO tlmver-proid
             MOVE w-pro-commercial         TO tlmver-commercial
             MOVE w-con-id                 TO tlmver-conid
             MOVE 'NOM'                    TO tlmver-champ
             MOVE w-pro-nom                TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'RUE'                    TO tlmver-champ
             MOVE w-pro-rue                TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'CPO'                    TO tlmver-champ
             MOVE w-pro-cp                 TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'VIL'                    TO tlmver-champ
             MOVE w-pro-ville              TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'TEL'                    TO tlmver-champ
             MOVE w-con-tel                TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'MEL'                    TO tlmver-champ
             MOVE w-con-mel                TO tlmver-valeur
             PERFORM INSERE-CHAMP
             MOVE 'FON'                    TO tlmver-champ
             MOVE w-con-fonction           TO tlmver-valeur
             PERFORM INSERE-CHAMP
             IF w-deja-oui THEN
               ADD 1                       TO w-cpt-deja
             ELSE
               PERFORM ECRIT-APPEL
             END-IF
           END-IF
           .

      *****************************************************************
      * Ligne d'echantillon d'un champ, en attente de resultat. Une
      * ligne deja presente (-803) est une ligne du mois dont le
      * resultat est repris : elle est conservee telle quelle.
      *****************************************************************
       INSERE-CHAMP.
           EXEC SQL
             INSERT INTO TRAIN04.TLMVER (
                 PERIODE, PROID, CHAMP, COMMERCIAL, CONID, VALEUR,
                 RESULTAT, VALCORR, DTTIRAGE, DTRES, DTPROP)
               VALUES (
                 :tlmver-periode, :tlmver-proid, :tlmver-champ,
                 :tlmver-commercial, :tlmver-conid, :tlmver-valeur,
                 ' ', ' ', CURRENT TIMESTAMP, CURRENT TIMESTAMP,
                 ' ')
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               CONTINUE
             WHEN -803
               SET w-deja-oui              TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMVER <' w-pro-id '/'
                       tlmver-champ '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Ligne de la liste d'appels du prospect tire
      *****************************************************************
       ECRIT-APPEL.
           MOVE SPACES                     TO f-apl
           MOVE w-periode                  TO f-apl-periode
           MOVE w-pro-commercial           TO f-apl-commercial
           MOVE w-rang                     TO f-apl-rang
           MOVE w-pro-id                   TO f-apl-pro-id
           MOVE w-pro-nom                  TO f-apl-pro-nom
           MOVE w-pro-rue                  TO f-apl-pro-rue
           MOVE w-pro-cp                   TO f-apl-pro-cp
           MOVE w-pro-ville                TO f-apl-pro-ville
           MOVE w-con-id                   TO f-apl-con-id
           MOVE w-con-nom                  TO f-apl-con-nom
           MOVE w-con-prenom               TO f-apl-con-prenom
           MOVE w-con-tel                  TO f-apl-con-tel
           MOVE w-con-mel                  TO f-apl-con-mel
           MOVE w-con-fonction             TO f-apl-con-fonction
           MOVE w-con-plage                TO f-apl-con-plage
           MOVE w-con-langue               TO f-apl-con-langue
           WRITE f-apl
           IF w-appels NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE APPELS <' w-appels '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             ADD 1                         TO w-cpt-appel
           END-IF
           .

      *****************************************************************
      * Validation unique du tirage : rien n'est garde en cas
      * d'anomalie (la liste d'appels est alors a ignorer).
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
             MOVE 0                        TO w-cpt-tire w-cpt-deja
                                              w-cpt-appel w-cpt-purge
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
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
           MOVE '|   TIRAGE DE LA VERIFICATION TERRAIN DU MOIS    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Mois du tirage : '  DELIMITED SIZE
             w-periode            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
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
           MOVE w-taille               TO w-rap-taille-nbr
           MOVE w-rap-taille           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-elig             TO w-rap-elig-nbr
           MOVE w-rap-elig             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-tire             TO w-rap-tire-nbr
           MOVE w-rap-tire             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deja             TO w-rap-deja-nbr
           MOVE w-rap-deja             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-appel            TO w-rap-appel-nbr
           MOVE w-rap-appel            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-purge            TO w-rap-purge-nbr
           MOVE w-rap-purge            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE appels
           IF w-appels NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE APPELS <' w-appels '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM137.
