      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CIBLAGE DES RENOUVELLEMENTS CONCURRENTS
      * NOM DU PROGRAMME : TLMBPGM108
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL EXPLOITANT LE PARC
      *    INSTALLE DE LA CONCURRENCE (TLMPAR) :
      *       - CONSTITUTION D'UNE CAMPAGNE DE RENOUVELLEMENT : LES
      *         CONTACTS ACTIFS ET NON OPPOSES DES PROSPECTS ACTIFS
      *         DONT UN CONTRAT CONCURRENT ARRIVE A ECHEANCE DANS LA
      *         FENETRE CONFIGUREE (FICHIER ECHEANCE, 180 JOURS PAR
      *         DEFAUT) SONT CIBLES ; SONT EXCLUS LES CONTACTS
      *         SOLLICITES RECEMMENT (MEME REGLE QUE TLMBPGM20,
      *         FICHIER SEUIL). LA CAMPAGNE EST ENREGISTREE DANS
      *         TLMCAM, LES CIBLES PARTENT AU FORMAT TLMCCIB1 ET
      *         CHAQUE SOLLICITATION EST TRACEE DANS TLMCAMR ;
      *       - LISTE DES CONTRATS A ECHEANCE DANS LE JOURNAL ;
      *       - PART DES CONCURRENTS PAR SECTEUR COMMERCIAL (NOMBRE
      *         DE LIGNES DE PRODUIT TENUES ET POURCENTAGE DU
      *         SECTEUR), SUR LE PARC DES PROSPECTS ACTIFS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM108.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200302.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant la campagne de renouvellement
           SELECT ciblage ASSIGN TO CIBLAGE
             FILE STATUS IS w-ciblage.
      *    Fichier de controle portant la fenetre d'echeance (jours)
           SELECT echeance ASSIGN TO ECHEANCE
             FILE STATUS IS w-echeance.
      *    Fichier de controle portant le delai d'exclusion (jours)
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier des cibles retenues (COPY TLMCCIB1)
           SELECT cibles  ASSIGN TO CIBLES
             FILE STATUS IS w-cibles.
      *    Fichier de journalisation (compte-rendu de selection)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD ciblage RECORDING MODE F.
       01 f-ciblage.
      *    Identifiant de la campagne de renouvellement a creer
           05 f-par-camid                 PIC  X(06).
      *    Libelle de la campagne
           05 f-par-libelle               PIC  X(40).
           05 FILLER                      PIC  X(34).
       FD echeance RECORDING MODE F.
       01 f-echeance.
           05 f-ech-jours                 PIC  9(05).
           05 FILLER                      PIC  X(75).
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-jours               PIC  9(05).
           05 FILLER                      PIC  X(75).
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
      *    Clause COPY generee par DCLGEN pour la table TLMPAR
           EXEC SQL
             INCLUDE DCLPAR
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-ciblage                      PIC   X(02).
       01 w-echeance                     PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-cibles                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Criteres de la campagne exploitables ?
       01 w-cib-ok                       PIC   9.
           88 w-cib-ok-oui                       VALUE 1.
           88 w-cib-ok-non                       VALUE 0.
      *    Fenetre d'echeance des contrats concurrents (jours)
       01 w-fen-jours                    PIC   9(05) VALUE 00180.
      *    Delai d'exclusion des contacts deja sollicites (jours)
       01 w-excl-jours                   PIC   9(05) VALUE 00030.
      *    Bornes de la fenetre d'echeance (AAAAMMJJ)
       01 w-date-jour                    PIC   X(08).
       01 w-dt-limite                    PIC   X(08).
      *    Fin de parcours des curseurs
       01 w-eot-cib                      PIC   9.
           88 w-eot-cib-oui                      VALUE 1.
           88 w-eot-cib-non                      VALUE 0.
       01 w-eot-ech                      PIC   9.
           88 w-eot-ech-oui                      VALUE 1.
           88 w-eot-ech-non                      VALUE 0.
       01 w-eot-prt                      PIC   9.
           88 w-eot-prt-oui                      VALUE 1.
           88 w-eot-prt-non                      VALUE 0.
      *    Cible courante du curseur de selection
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-ville                    PIC   X(35).
       01 w-con-id                       PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
      *    Ligne courante du curseur des parts de marche
       01 w-prt-secteur                  PIC   X(03).
       01 w-prt-secteur-prec             PIC   X(03).
       01 w-prt-nb                       PIC  S9(07) COMP.
       01 w-prt-total                    PIC  S9(07) COMP.
       01 w-prt-pct                      PIC   9(03)V9.
      *    Formes affichables
       77 w-nb-aff                       PIC   ZZZZZ9.
       77 w-pct-aff                      PIC   ZZ9.9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-cible                 PIC  S9(07) COMP-3.
           05 w-cpt-echeance              PIC  S9(07) COMP-3.
       01 w-rap-fen.
           05 FILLER                     PIC   X(43) VALUE
                'Fenetre d''echeance retenue (jours) :       '.
           05 w-rap-fen-nbr               PIC   ZZZZ9.
       01 w-rap-seuil.
           05 FILLER                     PIC   X(43) VALUE
                'Delai d''exclusion retenu (jours) :         '.
           05 w-rap-seuil-nbr             PIC   ZZZZ9.
       01 w-rap-echeance.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de contrats concurrents a echeance :'.
           05 w-rap-echeance-nbr          PIC   ZZZZZZ9.
       01 w-rap-cible.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de cibles de renouvellement :       '.
           05 w-rap-cible-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des cibles de renouvellement : contacts actifs, non
      * opposes, de prospects actifs ayant au moins un contrat
      * concurrent a echeance entre aujourd'hui et w-dt-limite, et
      * non sollicites depuis moins de w-excl-jours jours (pression
      * de sollicitation, toutes campagnes confondues). Prospect ou
      * contact en attente (cf. DTATTENTE) : ecarte.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CIBLE CURSOR FOR
               SELECT P.ID, P.NOM, P.ADDR_VILLE,
                      C.ID, C.NOM, C.PRENOM, C.TEL, C.MEL,
                      C.PLAGE, C.LANGUE
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMCON C
               WHERE C.PID = P.ID
                 AND P.STATUT = 'A'
                 AND C.STATUT = 'A'
                 AND C.OPTOUT NOT = 'O'
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
                 AND EXISTS
                     (SELECT 1 FROM TRAIN04.TLMPAR I
                        WHERE I.PROID = P.ID
                          AND I.DTFIN NOT = ' '
                          AND I.DTFIN >= :w-date-jour
                          AND I.DTFIN <= :w-dt-limite)
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMCAMR R
                        WHERE R.CONID = C.ID
                          AND R.DTSOL > CURRENT TIMESTAMP
                                        - :w-excl-jours DAYS)
               ORDER BY C.PLAGE, P.ID, C.ID
           END-EXEC.

      *****************************************************************
      * Curseur des contrats concurrents a echeance dans la fenetre,
      * chez les prospects actifs, echeance la plus proche en tete.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ECH CURSOR FOR
               SELECT I.PROID, P.NOM, I.LIGNE, I.CONCURRENT, I.DTFIN
               FROM TRAIN04.TLMPAR I, TRAIN04.TLMPRO P
               WHERE P.ID = I.PROID
                 AND P.STATUT = 'A'
                 AND I.DTFIN NOT = ' '
                 AND I.DTFIN >= :w-date-jour
                 AND I.DTFIN <= :w-dt-limite
               ORDER BY I.DTFIN, I.PROID, I.LIGNE
           END-EXEC.

      *****************************************************************
      * Curseur des parts de marche : nombre de lignes de produit
      * tenues par chaque concurrent dans chaque secteur, et total du
      * secteur, sur le parc des prospects actifs.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PART CURSOR FOR
               SELECT P.SECTEUR, I.CONCURRENT, COUNT(*),
                      (SELECT COUNT(*)
                         FROM TRAIN04.TLMPAR I2, TRAIN04.TLMPRO P2
                         WHERE P2.ID = I2.PROID
                           AND P2.STATUT = 'A'
                           AND P2.SECTEUR = P.SECTEUR)
               FROM TRAIN04.TLMPAR I, TRAIN04.TLMPRO P
               WHERE P.ID = I.PROID
                 AND P.STATUT = 'A'
               GROUP BY P.SECTEUR, I.CONCURRENT
               ORDER BY 1, 3 DESC, 2
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CIBLAGE DES RENOUVELLEMENTS CONCURRENTS'
           PERFORM INIT
           IF w-cib-ok-oui THEN
             PERFORM CREE-CAMPAGNE
           END-IF
           PERFORM EDITE-ECHEANCES
           IF w-cib-ok-oui THEN
             PERFORM TRT-CIBLES
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM EDITE-PARTS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture des criteres et des delais,
      * calcul de la fenetre d'echeance, ecriture de l'entete du log.
      *****************************************************************
       INIT.
           SET w-cib-ok-non                TO TRUE
           OPEN INPUT ciblage
           IF w-ciblage = '00' THEN
             READ ciblage
                 AT END     CONTINUE
                 NOT AT END
                   IF f-par-camid NOT = SPACES THEN
                     SET w-cib-ok-oui      TO TRUE
                     MOVE f-par-camid      TO tlmcam-id
                     MOVE f-par-libelle    TO tlmcam-libelle
                     MOVE SPACE            TO tlmcam-stade-cible
                     MOVE SPACE            TO tlmcam-ville-cible
                   END-IF
             END-READ
             CLOSE ciblage
           END-IF
           IF w-cib-ok-non THEN
             DISPLAY 'MET-ERR CIBLAGE ABSENT OU SANS CAMPAGNE'
           END-IF
           OPEN INPUT echeance
           IF w-echeance = '00' THEN
             READ echeance
                 AT END     CONTINUE
                 NOT AT END
                   IF f-ech-jours NUMERIC
                      AND f-ech-jours NOT = ZERO THEN
                     MOVE f-ech-jours        TO w-fen-jours
                   END-IF
             END-READ
             CLOSE echeance
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-jours NOT = ZERO THEN
                     MOVE f-seuil-jours      TO w-excl-jours
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           OPEN OUTPUT cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CIBLES <' w-cibles '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-cible
                                               w-cpt-echeance
           PERFORM CALC-FENETRE
           PERFORM ENTETE
           .

      *****************************************************************
      * Bornes de la fenetre d'echeance : du jour a jour + w-fen-jours
      * (au format AAAAMMJJ de TLMPAR.DTFIN).
      *****************************************************************
       CALC-FENETRE.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           EXEC SQL
             SELECT REPLACE(CHAR(CURRENT DATE + :w-fen-jours DAYS,
                                 ISO), '-', '')
               INTO :w-dt-limite
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR CALCUL ECHEANCE SQLCODE <' SQLCODE '>'
             MOVE w-date-jour              TO w-dt-limite
           END-IF
           .

      *****************************************************************
      * Enregistrement de la campagne de renouvellement dans TLMCAM
      * (meme regle que TLMBPGM20 : identifiant deja utilise refuse).
      *****************************************************************
       CREE-CAMPAGNE.
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
      * Liste des contrats concurrents a echeance dans la fenetre
      *****************************************************************
       EDITE-ECHEANCES.
           MOVE 'CONTRATS CONCURRENTS A ECHEANCE DANS LA FENETRE'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-ECH
           END-EXEC
           SET w-eot-ech-non               TO TRUE
           PERFORM LEC-ECHEANCE
           PERFORM EDITE-LIGNE-ECH         UNTIL w-eot-ech-oui
           EXEC SQL
             CLOSE CURS-ECH
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-ECHEANCE.
           EXEC SQL
             FETCH CURS-ECH
               INTO :tlmpar-proid, :w-pro-nom, :tlmpar-ligne,
                    :tlmpar-concurrent, :tlmpar-dtfin
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-ech-non             TO TRUE
           ELSE
             SET w-eot-ech-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-ECH SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-ECH.
           ADD 1                           TO w-cpt-echeance
           STRING
             tlmpar-dtfin         DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmpar-proid         DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-pro-nom(1:20)      DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmpar-ligne         DELIMITED SIZE
             ' '                  DELIMITED SIZE
             tlmpar-concurrent    DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-ECHEANCE
           .

      *****************************************************************
      * Parcours du curseur des cibles retenues
      *****************************************************************
       TRT-CIBLES.
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
                    :w-con-langue
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cib-non              TO TRUE
           ELSE
             SET w-eot-cib-oui              TO TRUE
           END-IF
           .

      *****************************************************************
      * Pour chaque cible retenue : ecriture dans le fichier CIBLES
      * et tracage de la sollicitation dans TLMCAMR (la reponse
      * reviendra par TLMBPGM21, comme toute campagne).
      *****************************************************************
       TRT-CIBLE.
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
      * Part des concurrents par secteur commercial : une ligne de
      * titre par secteur (avec le nombre de lignes de produit tenues
      * par la concurrence), puis une ligne par concurrent.
      *****************************************************************
       EDITE-PARTS.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'PART DES CONCURRENTS PAR SECTEUR (LIGNES TENUES)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE HIGH-VALUES                TO w-prt-secteur-prec
           EXEC SQL
             OPEN CURS-PART
           END-EXEC
           SET w-eot-prt-non               TO TRUE
           PERFORM LEC-PART
           PERFORM EDITE-LIGNE-PART        UNTIL w-eot-prt-oui
           EXEC SQL
             CLOSE CURS-PART
           END-EXEC
           .

       LEC-PART.
           EXEC SQL
             FETCH CURS-PART
               INTO :w-prt-secteur, :tlmpar-concurrent,
                    :w-prt-nb, :w-prt-total
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-prt-non             TO TRUE
           ELSE
             SET w-eot-prt-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-PART SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-PART.
           IF w-prt-secteur NOT = w-prt-secteur-prec THEN
             MOVE w-prt-secteur            TO w-prt-secteur-prec
             MOVE w-prt-total              TO w-nb-aff
             STRING
               'Secteur <'        DELIMITED SIZE
               w-prt-secteur      DELIMITED SIZE
               '> lignes tenues ' DELIMITED SIZE
               w-nb-aff           DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           IF w-prt-total > 0 THEN
             COMPUTE w-prt-pct ROUNDED = w-prt-nb * 100 / w-prt-total
           ELSE
             MOVE 0                        TO w-prt-pct
           END-IF
           MOVE w-prt-nb                   TO w-nb-aff
           MOVE w-prt-pct                  TO w-pct-aff
           STRING
             '   '                DELIMITED SIZE
             tlmpar-concurrent    DELIMITED SIZE
             ' '                  DELIMITED SIZE
             w-nb-aff             DELIMITED SIZE
             ' soit '             DELIMITED SIZE
             w-pct-aff            DELIMITED SIZE
             ' %'                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-PART
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
           MOVE '|    CIBLAGE DES RENOUVELLEMENTS CONCURRENTS     |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|    ---------------------------------------     |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-fen-jours            TO w-rap-fen-nbr
           MOVE w-rap-fen              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-excl-jours           TO w-rap-seuil-nbr
           MOVE w-rap-seuil            TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Echeances du '           DELIMITED SIZE
             w-date-jour               DELIMITED SIZE
             ' au '                    DELIMITED SIZE
             w-dt-limite               DELIMITED SIZE
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
           MOVE w-cpt-echeance         TO w-rap-echeance-nbr
           MOVE w-rap-echeance         TO w-enr-log
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

       END PROGRAM TLMBPGM108.
