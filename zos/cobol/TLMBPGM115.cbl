      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SEQUENCES DE RELANCE DES CAMPAGNES
      * NOM DU PROGRAMME : TLMBPGM115
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN D'ENVOI DES ETAPES
      *    SUIVANTES DES CAMPAGNES A SEQUENCE (TLMSEQ, CHARGEE PAR
      *    TLMBPGM20) : POUR CHAQUE SOLLICITATION TLMCAMR DONT LA
      *    CAMPAGNE A UNE ETAPE APRES CELLE DEJA ENVOYEE, LE CONTACT
      *    RECOIT CETTE ETAPE DES QUE SON DELAI (EN JOURS OUVRES,
      *    WEEK-ENDS ET CALENDRIER TLMJOF EXCLUS, COMME TLMBPGM13) EST
      *    ECOULE DEPUIS L'ETAPE PRECEDENTE. SONT ECARTES :
      *       - LES CONTACTS AYANT REPONDU (TLMCAMR.REPONSE) ;
      *       - LES CONTACTS EN OPPOSITION (TLMCON.OPTOUT = 'O') ;
      *       - LES CONTACTS DONT LE PROSPECT EST DEVENU CLIENT
      *         (STADE 'C') ;
      *       - LES CONTACTS OU PROSPECTS DESACTIVES ;
      *       - LES CONTACTS OU PROSPECTS EN ATTENTE ("NE PAS
      *         SOLLICITER AVANT LE", CF. DTATTENTE) : ILS RESTENT A
      *         LEUR ETAPE ET REPRENNENT LA SEQUENCE A L'ECHEANCE.
      *    LES CIBLES DUES SONT ECRITES DANS LE FICHIER CIBLES (COPY
      *    TLMCCIB1, AVEC L'ETAPE ET SON CANAL IMPOSE) POUR LE ROUTAGE
      *    HABITUEL TLMBPGM57, ET LA LIGNE TLMCAMR EST AVANCEE (ETAPE,
      *    DATE DE SOLLICITATION) : UNE RELANCE DU MEME JOUR N'ENVOIE
      *    RIEN DE PLUS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM115.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200323.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des cibles de l'etape (COPY TLMCCIB1)
           SELECT cibles  ASSIGN TO CIBLES
             FILE STATUS IS w-cibles.
      *    Fichier de journalisation (compte-rendu des envois)
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
             INCLUDE DCLCAMR
           END-EXEC.
           EXEC SQL
             INCLUDE DCLSEQ
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-cibles                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des etapes candidates
       01 w-eot-etp                      PIC   9.
           88 w-eot-etp-oui                      VALUE 1.
           88 w-eot-etp-non                      VALUE 0.
      *    Sollicitation courante et etape suivante de sa campagne
       01 w-etp-dtsol                    PIC   X(08).
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-ville                    PIC   X(35).
       01 w-pro-statut                   PIC   X(01).
       01 w-pro-stade                    PIC   X(01).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-con-plage                    PIC   X(01).
       01 w-con-langue                   PIC   X(02).
       01 w-con-statut                   PIC   X(01).
       01 w-con-optout                   PIC   X(01).
       01 w-pro-dtattente                PIC   X(08).
       01 w-con-dtattente                PIC   X(08).
      *    Date du jour (AAAAMMJJ), pour les mises en attente
       01 w-date-jour                    PIC   X(08).
      *    Indice de la borne (delai en jours ouvres de l'etape)
       77 w-delai                        PIC  S9(05) COMP-3.
      *****************************************************************
      * Bornes des delais en jours ouvres : le calendrier des jours
      * feries (TLMJOF) est charge en memoire, puis on recule jour par
      * jour depuis aujourd'hui en ne comptant que les jours ouvres
      * (ni samedi/dimanche, ni ferie) ; w-borne (n) recoit la date
      * du n-ieme jour ouvre en arriere. Une etape de delai n est due
      * pour une sollicitation datee au plus tard de w-borne (n).
      * Annees bissextiles : regle du modulo 4, comme TLMBPGM13.
      *****************************************************************
       01 w-jof.
           05 w-jof-ent OCCURS 400       PIC   X(08).
       77 w-jof-jour                     PIC   X(08).
       77 w-jof-nbr                      PIC  S9(05) COMP-3.
       77 w-jof-i                        PIC  S9(05) COMP-3.
       01 w-jof-fin                      PIC   9.
           88 w-jof-fin-oui                      VALUE 1.
           88 w-jof-fin-non                      VALUE 0.
       01 w-jof-trouve                   PIC   9.
           88 w-jof-trouve-oui                   VALUE 1.
           88 w-jof-trouve-non                   VALUE 0.
       01 w-bornes.
           05 w-borne OCCURS 999         PIC   X(08).
      *    Jours ouvres deja decomptes, jours calendaires parcourus,
      *    jour de semaine courant (1 lundi - 7 dimanche)
       77 w-ouvres                       PIC   9(05).
       77 w-cal                          PIC   9(05).
       77 w-dow                          PIC   9(01).
      *    Date de parcours et ses composants
       01 w-date-curs                    PIC   9(08).
       01 w-date-curs-x REDEFINES w-date-curs
                                         PIC   X(08).
       01 FILLER REDEFINES w-date-curs.
           05 w-curs-aaaa                PIC   9(04).
           05 w-curs-mm                  PIC   9(02).
           05 w-curs-jj                  PIC   9(02).
       77 w-div4                         PIC   9(04).
       77 w-reste4                       PIC   9(04).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-rep                   PIC  S9(07) COMP-3.
           05 w-cpt-opp                   PIC  S9(07) COMP-3.
           05 w-cpt-cli                   PIC  S9(07) COMP-3.
           05 w-cpt-ina                   PIC  S9(07) COMP-3.
           05 w-cpt-sus                   PIC  S9(07) COMP-3.
           05 w-cpt-att                   PIC  S9(07) COMP-3.
           05 w-cpt-env                   PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Sollicitations avec une etape suivante :   '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-rep.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartees, contact ayant repondu :          '.
           05 w-rap-rep-nbr               PIC   ZZZZZZ9.
       01 w-rap-opp.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartees, contact en opposition :          '.
           05 w-rap-opp-nbr               PIC   ZZZZZZ9.
       01 w-rap-cli.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartees, prospect devenu client :         '.
           05 w-rap-cli-nbr               PIC   ZZZZZZ9.
       01 w-rap-ina.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartees, contact ou prospect desactive :  '.
           05 w-rap-ina-nbr               PIC   ZZZZZZ9.
       01 w-rap-sus.
           05 FILLER                     PIC   X(43) VALUE
                'Suspendues, contact/prospect en attente :  '.
           05 w-rap-sus-nbr               PIC   ZZZZZZ9.
       01 w-rap-att.
           05 FILLER                     PIC   X(43) VALUE
                'Delai de l''etape non encore ecoule :       '.
           05 w-rap-att-nbr               PIC   ZZZZZZ9.
       01 w-rap-env.
           05 FILLER                     PIC   X(43) VALUE
                'Cibles envoyees a l''etape suivante :       '.
           05 w-rap-env-nbr               PIC   ZZZZZZ9.
      *    Ligne de detail par cible envoyee
       01 w-lig-env.
           05 w-lig-env-camid             PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE '/'.
           05 w-lig-env-etape             PIC   Z9.
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-canal             PIC   X(01).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-conid             PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-nom               PIC   X(30).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-libelle           PIC   X(30).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des etapes candidates : sollicitations en sequence
      * (ETAPE > 0) dont la campagne a une etape suivante, avec l'etat
      * du contact et de son prospect pour les exclusions.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ETAPES CURSOR FOR
               SELECT R.CAMID, R.CONID, R.ETAPE, R.REPONSE,
                      REPLACE(CHAR(DATE(R.DTSOL), ISO), '-', ''),
                      S.ETAPE, S.CANAL, S.DELAI, S.LIBELLE,
                      P.ID, P.NOM, P.ADDR_VILLE, P.STATUT, P.STADE,
                      C.NOM, C.PRENOM, C.TEL, C.MEL,
                      C.PLAGE, C.LANGUE, C.STATUT, C.OPTOUT,
                      P.DTATTENTE, C.DTATTENTE
               FROM TRAIN04.TLMCAMR R, TRAIN04.TLMSEQ S,
                    TRAIN04.TLMCON C, TRAIN04.TLMPRO P
               WHERE R.ETAPE > 0
                 AND S.CAMID = R.CAMID
                 AND S.ETAPE = R.ETAPE + 1
                 AND C.ID    = R.CONID
                 AND P.ID    = C.PID
               ORDER BY R.CAMID, S.ETAPE, C.PLAGE, P.ID, C.ID
           END-EXEC.

      *****************************************************************
      * Curseur : jours feries du calendrier TLMJOF
      *****************************************************************
           EXEC SQL
             DECLARE CURS-JOF CURSOR FOR
               SELECT JOUR
               FROM TRAIN04.TLMJOF
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ETAPES DES SEQUENCES DE CAMPAGNE'
           PERFORM INIT
           PERFORM CALCULE-BORNES
           PERFORM TRT-ETAPES
           IF RETURN-CODE = 16 THEN
             EXEC SQL
               ROLLBACK
             END-EXEC
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN OUTPUT cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CIBLES <' w-cibles '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-rep
                                              w-cpt-opp w-cpt-cli
                                              w-cpt-ina w-cpt-att
                                              w-cpt-env w-cpt-sus
           PERFORM ENTETE
           .

      *****************************************************************
      * Chargement en memoire du calendrier des jours feries (400 au
      * plus) puis calcul des bornes w-borne (1) a w-borne (999)
      * (cf. commentaire de la table w-bornes).
      *****************************************************************
       CALCULE-BORNES.
           MOVE ZERO                     TO w-jof-nbr
           SET w-jof-fin-non             TO TRUE
           EXEC SQL
             OPEN CURS-JOF
           END-EXEC
           IF SQLCODE = 0 THEN
             PERFORM LEC-JOF
             PERFORM CHARGE-JOF          UNTIL w-jof-fin-oui
                                            OR w-jof-nbr >= 400
             EXEC SQL
               CLOSE CURS-JOF
             END-EXEC
           END-IF
           ACCEPT w-date-curs            FROM DATE YYYYMMDD
           ACCEPT w-dow                  FROM DAY-OF-WEEK
           MOVE ZERO                     TO w-cal
                                            w-ouvres
           PERFORM RECULE-UN-JOUR
             UNTIL w-ouvres >= 999
                OR w-cal >= 9999
           .

       LEC-JOF.
           EXEC SQL
             FETCH CURS-JOF
               INTO :w-jof-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-jof-fin-oui           TO TRUE
           END-IF
           .

       CHARGE-JOF.
           ADD 1                         TO w-jof-nbr
           MOVE w-jof-jour               TO w-jof-ent (w-jof-nbr)
           PERFORM LEC-JOF
           .

       RECULE-UN-JOUR.
           PERFORM DECREMENTE-DATE
           ADD 1                         TO w-cal
           IF w-dow = 1 THEN
             MOVE 7                      TO w-dow
           ELSE
             SUBTRACT 1                  FROM w-dow
           END-IF
           IF w-dow <= 5 THEN
             PERFORM CHERCHE-FERIE
             IF w-jof-trouve-non THEN
               ADD 1                     TO w-ouvres
               MOVE w-date-curs-x        TO w-borne (w-ouvres)
             END-IF
           END-IF
           .

       DECREMENTE-DATE.
           IF w-curs-jj > 1 THEN
             SUBTRACT 1                  FROM w-curs-jj
           ELSE
             IF w-curs-mm = 1 THEN
               SUBTRACT 1                FROM w-curs-aaaa
               MOVE 12                   TO w-curs-mm
               MOVE 31                   TO w-curs-jj
             ELSE
               SUBTRACT 1                FROM w-curs-mm
               PERFORM DERNIER-JOUR-MOIS
             END-IF
           END-IF
           .

       DERNIER-JOUR-MOIS.
           EVALUATE w-curs-mm
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31                   TO w-curs-jj
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30                   TO w-curs-jj
             WHEN 2
               DIVIDE w-curs-aaaa BY 4
                 GIVING w-div4 REMAINDER w-reste4
               IF w-reste4 = 0 THEN
                 MOVE 29                 TO w-curs-jj
               ELSE
                 MOVE 28                 TO w-curs-jj
               END-IF
           END-EVALUATE
           .

       CHERCHE-FERIE.
           SET w-jof-trouve-non          TO TRUE
           PERFORM CHERCHE-FERIE-ENT
             VARYING w-jof-i FROM 1 BY 1
             UNTIL w-jof-i > w-jof-nbr
                OR w-jof-trouve-oui
           .

       CHERCHE-FERIE-ENT.
           IF w-jof-ent (w-jof-i) = w-date-curs-x THEN
             SET w-jof-trouve-oui        TO TRUE
           END-IF
           .

      *****************************************************************
      * Parcours des etapes candidates
      *****************************************************************
       TRT-ETAPES.
           EXEC SQL
             OPEN CURS-ETAPES
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ETAPES SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-etp-non             TO TRUE
             PERFORM LEC-ETAPE
             PERFORM TRT-ETAPE             UNTIL w-eot-etp-oui
             EXEC SQL
               CLOSE CURS-ETAPES
             END-EXEC
           END-IF
           .

       LEC-ETAPE.
           EXEC SQL
             FETCH CURS-ETAPES
               INTO :tlmcamr-camid, :tlmcamr-conid, :tlmcamr-etape,
                    :tlmcamr-reponse, :w-etp-dtsol,
                    :tlmseq-etape, :tlmseq-canal, :tlmseq-delai,
                    :tlmseq-libelle,
                    :w-pro-id, :w-pro-nom, :w-pro-ville,
                    :w-pro-statut, :w-pro-stade,
                    :w-con-nom, :w-con-prenom, :w-con-tel,
                    :w-con-mel, :w-con-plage, :w-con-langue,
                    :w-con-statut, :w-con-optout,
                    :w-pro-dtattente, :w-con-dtattente
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-etp-non             TO TRUE
             ADD 1                         TO w-cpt-lec
           ELSE
             SET w-eot-etp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-ETAPES SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Exclusions, puis envoi si le delai de l'etape est ecoule
      * depuis la sollicitation precedente.
      *****************************************************************
       TRT-ETAPE.
           MOVE tlmseq-delai               TO w-delai
           IF w-delai < 1 THEN
             MOVE 1                        TO w-delai
           END-IF
           EVALUATE TRUE
             WHEN tlmcamr-reponse NOT = SPACE
               ADD 1                       TO w-cpt-rep
             WHEN w-con-optout = 'O'
               ADD 1                       TO w-cpt-opp
             WHEN w-pro-stade = 'C'
               ADD 1                       TO w-cpt-cli
             WHEN w-pro-statut NOT = 'A' OR w-con-statut NOT = 'A'
               ADD 1                       TO w-cpt-ina
             WHEN w-pro-dtattente > w-date-jour
               OR w-con-dtattente > w-date-jour
               ADD 1                       TO w-cpt-sus
             WHEN w-etp-dtsol > w-borne (w-delai)
               ADD 1                       TO w-cpt-att
             WHEN OTHER
               PERFORM ENVOIE-ETAPE
           END-EVALUATE
           PERFORM LEC-ETAPE
           .

      *****************************************************************
      * Avancement de la sollicitation a l'etape suivante (la ligne
      * doit encore etre a l'etape lue), puis ecriture de la cible.
      *****************************************************************
       ENVOIE-ETAPE.
           EXEC SQL
             UPDATE TRAIN04.TLMCAMR
               SET ETAPE = :tlmseq-etape,
                   DTSOL = CURRENT TIMESTAMP
               WHERE CAMID = :tlmcamr-camid
                 AND CONID = :tlmcamr-conid
                 AND ETAPE = :tlmcamr-etape
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               PERFORM ECRIT-CIBLE
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR UPDATE TLMCAMR <' tlmcamr-camid '/'
                       tlmcamr-conid '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       ECRIT-CIBLE.
           MOVE SPACES                     TO f-cib
           MOVE tlmcamr-camid              TO f-cib-camid
           MOVE w-pro-id                   TO f-cib-pro-id
           MOVE w-pro-nom                  TO f-cib-pro-nom
           MOVE w-pro-ville                TO f-cib-pro-ville
           MOVE tlmcamr-conid              TO f-cib-con-id
           MOVE w-con-nom                  TO f-cib-con-nom
           MOVE w-con-prenom               TO f-cib-con-prenom
           MOVE w-con-tel                  TO f-cib-con-tel
           MOVE w-con-mel                  TO f-cib-con-mel
           MOVE w-con-plage                TO f-cib-con-plage
           MOVE w-con-langue               TO f-cib-con-langue
           MOVE tlmseq-etape               TO f-cib-etape
           MOVE tlmseq-canal               TO f-cib-canal
           WRITE f-cib
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE CIBLES <' w-cibles '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             ADD 1                         TO w-cpt-env
             MOVE tlmcamr-camid            TO w-lig-env-camid
             MOVE tlmseq-etape             TO w-lig-env-etape
             MOVE tlmseq-canal             TO w-lig-env-canal
             MOVE tlmcamr-conid            TO w-lig-env-conid
             MOVE w-con-nom                TO w-lig-env-nom
             MOVE tlmseq-libelle           TO w-lig-env-libelle
             MOVE w-lig-env                TO w-enr-log
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
           MOVE '|     ETAPES DES SEQUENCES DE CAMPAGNE           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     --------------------------------           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Campagne/etape, canal, contact, libelle de l''etape'
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
           MOVE w-cpt-rep              TO w-rap-rep-nbr
           MOVE w-rap-rep              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-opp              TO w-rap-opp-nbr
           MOVE w-rap-opp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cli              TO w-rap-cli-nbr
           MOVE w-rap-cli              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ina              TO w-rap-ina-nbr
           MOVE w-rap-ina              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sus              TO w-rap-sus-nbr
           MOVE w-rap-sus              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-att              TO w-rap-att-nbr
           MOVE w-rap-att              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-env              TO w-rap-env-nbr
           MOVE w-rap-env              TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 16 THEN
             MOVE 'Incident : envois annules (ROLLBACK), a relancer'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE cibles
           IF w-cibles NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CIBLES <' w-cibles '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM115.
