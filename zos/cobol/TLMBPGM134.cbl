      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : RECONQUETE DES PROSPECTS PERDUS
      * NOM DU PROGRAMME : TLMBPGM134
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE CIBLAGE DES
      *    PROSPECTS PERDUS (STADE 'P') DONT LE DELAI DE RECONQUETE
      *    EST ECOULE :
      *       - LE MOTIF DE PERTE ET LA DATE DE PERTE SONT CEUX DU
      *         DERNIER CLICHE D'AUDIT TLMPROH ESTAMPILLE D'UN MOTIF
      *         DE PERTE (TLMMOT SENS 'P') ; LE DELAI EN MOIS EST
      *         PORTE PAR LE MOTIF (TLMMOT.REFROID, 0 = PERTE
      *         DEFINITIVE, JAMAIS RECONTACTEE) ;
      *       - SONT CIBLES LES CONTACTS ACTIFS ET NON OPPOSES DES
      *         PROSPECTS ACTIFS SANS AFFAIRE OUVERTE (TLMAFF STATUT
      *         'A'), NI PROSPECT NI CONTACT EN ATTENTE (DTATTENTE) ;
      *       - UN PROSPECT DEJA SOLLICITE PAR UNE CAMPAGNE DE
      *         RECONQUETE DEPUIS SA PERTE N'EST PAS RECIBLE ;
      *       - LA CAMPAGNE DU MOIS EST ENREGISTREE DANS TLMCAM
      *         (IDENTIFIANT 'RC' + AAMM, STADE CIBLE 'P', CE QUI LA
      *         FAIT MESURER COMME RECONQUETE PAR TLMBPGM56), LES
      *         CIBLES PARTENT AU FORMAT TLMCCIB1 ET CHAQUE
      *         SOLLICITATION EST TRACEE DANS TLMCAMR.
      *    UNE SECONDE EXECUTION DANS LE MOIS EST REFUSEE (RC 16) :
      *    LA CAMPAGNE DU MOIS EXISTE DEJA.
      *    LE DELAI DE RECONQUETE DOIT RESTER INFERIEUR A LA DUREE DE
      *    RETENTION DES CLICHES D'AUDIT (TLMBPGM29) : UNE PERTE DONT
      *    LE CLICHE A ETE PURGE N'EST PLUS RECIBLEE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM134.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200720.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des cibles retenues (COPY TLMCCIB1)
           SELECT cibles  ASSIGN TO CIBLES
             FILE STATUS IS w-cibles.
      *    Fichier de journalisation (compte-rendu de selection)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD cibles RECORDING MODE F.
       COPY TLMCCIB1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour les tables campagne
           EXEC SQL
             INCLUDE DCLCAM
           END-EXEC.
           EXEC SQL
             INCLUDE DCLCAMR
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMMOT
           EXEC SQL
             INCLUDE DCLMOT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-cibles                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Campagne du mois creee ?
       01 w-cib-ok                       PIC   9.
           88 w-cib-ok-oui                       VALUE 1.
           88 w-cib-ok-non                       VALUE 0.
      *    Date du jour (AAAAMMJJ, format de DTATTENTE)
       01 w-date-jour                    PIC   X(08).
      *    Fin de parcours du curseur
       01 w-eot-cib                      PIC   9.
           88 w-eot-cib-oui                      VALUE 1.
           88 w-eot-cib-non                      VALUE 0.
      *    Cible courante du curseur de selection
       01 w-pro-id                       PIC   X(06).
       01 w-pro-id-prec                  PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-ville                    PIC   X(35).
       01 w-con-id                       PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
      *    Date de la perte (AAAA-MM-JJ)
       01 w-dt-perte                     PIC   X(10).
      *    Forme affichable du delai de reconquete
       77 w-refroid-aff                  PIC   ZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-prospect              PIC  S9(07) COMP-3.
           05 w-cpt-cible                 PIC  S9(07) COMP-3.
       01 w-rap-prospect.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de prospects perdus recibles :      '.
           05 w-rap-prospect-nbr          PIC   ZZZZZZ9.
       01 w-rap-cible.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de cibles de reconquete :           '.
           05 w-rap-cible-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des cibles de reconquete : contacts actifs, non
      * opposes, de prospects actifs au stade perdu, dont la derniere
      * perte motivee (cliche TLMPROH portant un motif de perte) date
      * d'au moins REFROID mois (REFROID > 0), sans affaire ouverte,
      * et qu'aucune campagne de reconquete (STADE_CIBLE 'P') n'a
      * sollicites depuis cette perte. Prospect ou contact en attente
      * (cf. DTATTENTE) : ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CIBLE CURSOR FOR
               SELECT P.ID, P.NOM, P.ADDR_VILLE,
                      C.ID, C.NOM, C.PRENOM, C.TEL, C.MEL,
                      C.PLAGE, C.LANGUE,
                      M.CODE, M.REFROID, CHAR(DATE(H.DTAUDIT), ISO)
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMCON C,
                    TRAIN04.TLMPROH H, TRAIN04.TLMMOT M
               WHERE C.PID = P.ID
                 AND P.STATUT = 'A'
                 AND P.STADE = 'P'
                 AND C.STATUT = 'A'
                 AND C.OPTOUT NOT = 'O'
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
                 AND H.ID = P.ID
                 AND H.OPERATION = 'M'
                 AND M.CODE = H.MOTIF
                 AND M.SENS = 'P'
                 AND H.DTAUDIT =
                     (SELECT MAX(H2.DTAUDIT)
                        FROM TRAIN04.TLMPROH H2, TRAIN04.TLMMOT M2
                        WHERE H2.ID = P.ID
                          AND H2.OPERATION = 'M'
                          AND M2.CODE = H2.MOTIF
                          AND M2.SENS = 'P')
                 AND M.REFROID > 0
                 AND DATE(H.DTAUDIT) + M.REFROID MONTHS
                     <= CURRENT DATE
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMAFF A
                        WHERE A.PROID = P.ID
                          AND A.STATUT = 'A')
                 AND NOT EXISTS
                     (SELECT 1
                        FROM TRAIN04.TLMCAMR R, TRAIN04.TLMCAM K,
                             TRAIN04.TLMCON C2
                        WHERE C2.PID = P.ID
                          AND R.CONID = C2.ID
                          AND K.ID = R.CAMID
                          AND K.STADE_CIBLE = 'P'
                          AND R.DTSOL > H.DTAUDIT)
               ORDER BY P.ID, C.PLAGE, C.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, RECONQUETE DES PROSPECTS PERDUS'
           PERFORM INIT
           PERFORM CREE-CAMPAGNE
           IF w-cib-ok-oui THEN
             PERFORM TRT-CIBLES
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, identifiant et libelle de la campagne
      * du mois, ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE SPACES                     TO tlmcam-id
                                               tlmcam-libelle
           MOVE 'RC'                       TO tlmcam-id (1 : 2)
           MOVE w-date-jour (3 : 4)        TO tlmcam-id (3 : 4)
           STRING
             'Reconquete des perdus '      DELIMITED SIZE
             w-date-jour (1 : 4)           DELIMITED SIZE
             '-'                           DELIMITED SIZE
             w-date-jour (5 : 2)           DELIMITED SIZE
             INTO tlmcam-libelle
           END-STRING
           MOVE 'P'                        TO tlmcam-stade-cible
           MOVE SPACE                      TO tlmcam-ville-cible
           OPEN OUTPUT cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CIBLES <' w-cibles '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-prospect
                                               w-cpt-cible
           MOVE SPACES                     TO w-pro-id-prec
           PERFORM ENTETE
           .

      *****************************************************************
      * Enregistrement de la campagne du mois dans TLMCAM (meme regle
      * que TLMBPGM20 : identifiant deja utilise refuse).
      *****************************************************************
       CREE-CAMPAGNE.
           SET w-cib-ok-oui                TO TRUE
           EXEC SQL
             INSERT INTO TRAIN04.TLMCAM (
                 ID, LIBELLE, STADE_CIBLE, VILLE_CIBLE, DTCREA)
               VALUES (
                 :tlmcam-id, :tlmcam-libelle, :tlmcam-stade-cible,
                 :tlmcam-ville-cible, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-cib-ok-non              TO TRUE
             DISPLAY 'MET-ERR CREATION CAMPAGNE <' tlmcam-id
                     '> SQLCODE <' sqlcode '>'
             STRING
               'Campagne <'               DELIMITED SIZE
               tlmcam-id                   DELIMITED SIZE
               '> non creee (deja existante ?)'
                                           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Parcours du curseur des cibles retenues
      *****************************************************************
       TRT-CIBLES.
           MOVE 'PROSPECTS PERDUS RECIBLES (MOTIF, PERTE, DELAI)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-CIBLE
           END-EXEC
           SET w-eot-cib-non                TO TRUE
           PERFORM LEC-CIBLE
           PERFORM TRT-CIBLE                UNTIL w-eot-cib-oui
           EXEC SQL
             CLOSE CURS-CIBLE
           END-EXEC
           .

       LEC-CIBLE.
           EXEC SQL
             FETCH CURS-CIBLE
               INTO :w-pro-id, :w-pro-nom, :w-pro-ville,
                    :w-con-id, :w-con-nom, :w-con-prenom,
                    :w-con-tel, :w-con-mel, :w-con-plage,
                    :w-con-langue,
                    :tlmmot-code, :tlmmot-refroid, :w-dt-perte
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cib-non              TO TRUE
           ELSE
             SET w-eot-cib-oui              TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CIBLE SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Pour chaque cible retenue : une ligne de journal au premier
      * contact de chaque prospect, ecriture dans le fichier CIBLES et
      * tracage de la sollicitation dans TLMCAMR (la reponse
      * reviendra par TLMBPGM21, comme toute campagne).
      *****************************************************************
       TRT-CIBLE.
           IF w-pro-id NOT = w-pro-id-prec THEN
             MOVE w-pro-id                 TO w-pro-id-prec
             ADD 1                         TO w-cpt-prospect
             MOVE tlmmot-refroid           TO w-refroid-aff
             STRING
               w-pro-id             DELIMITED SIZE
               ' '                  DELIMITED SIZE
               w-pro-nom(1:30)      DELIMITED SIZE
               ' '                  DELIMITED SIZE
               tlmmot-code          DELIMITED SIZE
               ' '                  DELIMITED SIZE
               w-dt-perte           DELIMITED SIZE
               ' '                  DELIMITED SIZE
               w-refroid-aff        DELIMITED SIZE
               ' mois'              DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           MOVE SPACES                     TO f-cib
           MOVE tlmcam-id                  TO f-cib-camid
           MOVE w-pro-id                   TO f-cib-pro-id
           MOVE w-pro-nom                  TO f-cib-pro-nom
           MOVE w-pro-ville                TO f-cib-pro-ville
           MOVE w-con-id                   TO f-cib-con-id
           MOVE w-con-nom                  TO f-cib-con-nom
           MOVE w-con-prenom               TO f-cib-con-prenom
           MOVE w-con-tel                  TO f-cib-con-tel
           MOVE w-con-mel                  TO f-cib-con-mel
           MOVE w-con-plage                TO f-cib-con-plage
           MOVE w-con-langue               TO f-cib-con-langue
           WRITE f-cib
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE CIBLES <' w-cibles '>'
           ELSE
             ADD 1                         TO w-cpt-cible
             PERFORM TRACE-SOLLICITATION
           END-IF
           PERFORM LEC-CIBLE
           .

       TRACE-SOLLICITATION.
           MOVE tlmcam-id                  TO tlmcamr-camid
           MOVE w-con-id                   TO tlmcamr-conid
           EXEC SQL
             INSERT INTO TRAIN04.TLMCAMR (
                 CAMID, CONID, DTSOL, REPONSE)
               VALUES (
                 :tlmcamr-camid, :tlmcamr-conid,
                 CURRENT TIMESTAMP, ' ')
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR TRACE TLMCAMR <' tlmcamr-conid
                     '> SQLCODE <' sqlcode '>'
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
           MOVE '|        RECONQUETE DES PROSPECTS PERDUS         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|        -------------------------------         |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Campagne du mois <'      DELIMITED SIZE
             tlmcam-id                 DELIMITED SIZE
             '> '                      DELIMITED SIZE
             tlmcam-libelle            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final, validation et fermeture des fichiers
      *****************************************************************
       FIN.
           EXEC SQL
             COMMIT
           END-EXEC
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-prospect         TO w-rap-prospect-nbr
           MOVE w-rap-prospect         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cible            TO w-rap-cible-nbr
           MOVE w-rap-cible            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CIBLES <' w-cibles '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM134.
