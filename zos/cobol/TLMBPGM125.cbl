      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SATISFACTION CLIENT (NPS)
      * NOM DU PROGRAMME : TLMBPGM125
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN D'ENVOI DES
      *    ENQUETES DE SATISFACTION APRES LE PASSAGE AU STADE 'C'
      *    (CLIENT, TRANSMIS A LA FACTURATION PAR TLMBPGM53) : UN
      *    CLIENT DONT LE PASSAGE AU STADE 'C' (DERNIER CLICHE
      *    TLMPROH D'UNE MAJ QUI L'A FAIT QUITTER UN AUTRE STADE)
      *    REMONTE A AU MOINS LE DELAI VOULU EN JOURS OUVRES
      *    (WEEK-ENDS ET CALENDRIER TLMJOF EXCLUS, COMME TLMBPGM13)
      *    RECOIT UNE ENQUETE, ADRESSEE A SON CONTACT PRINCIPAL.
      *    UNE SEULE ENQUETE PAR CLIENT (TLMNPS) :
      *       - CONTACT PRINCIPAL ACTIF, NON OPPOSE, AVEC UNE ADRESSE
      *         DE MESSAGERIE OU UN TELEPHONE : LIGNE ECRITE DANS LE
      *         FICHIER ENVOI (COPY TLMCNPS1) POUR LE PRESTATAIRE
      *         D'ENQUETES, ENQUETE ENVOYEE ;
      *       - PAS DE CONTACT PRINCIPAL ACTIF, CONTACT EN OPPOSITION
      *         OU SANS COORDONNEES : ENQUETE NON ENVOYEE, AVEC SON
      *         MOTIF, LE CLIENT N'EST PLUS REPRIS ;
      *       - CLIENT OU CONTACT EN ATTENTE ("NE PAS SOLLICITER
      *         AVANT LE", CF. DTATTENTE) : REPORTEE, REPRISE AUX
      *         RUNS SUIVANTS.
      *    UN PASSAGE PLUS ANCIEN QUE LE DELAI AUGMENTE DE LA FENETRE
      *    DE RATTRAPAGE N'EST PLUS ENQUETE (CLIENTS ANTERIEURS A LA
      *    MISE EN PLACE, ATTENTES PROLONGEES).
      *    FICHIER DE CONTROLE SEUIL FACULTATIF : DELAI EN JOURS
      *    OUVRES EN COL.1-2 (10 PAR DEFAUT), FENETRE DE RATTRAPAGE EN
      *    JOURS OUVRES EN COL.3-4 (20 PAR DEFAUT).
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; RC 16 = ENVOIS
      *    ANNULES EN BASE, FICHIER A NE PAS TRANSMETTRE (MEME
      *    PRINCIPE QUE TLMBPGM115).
      *    LE PRESTATAIRE RECOIT ADRESSE ET TELEPHONE EN CLAIR : LES
      *    JETONS STOCKES EN BASE (CF. TLMTOK) SONT RESOLUS PAR LA
      *    COUCHE PHYSIQUE TLMPCON2, TLMBPGM125 DEVANT Y ETRE HABILITE
      *    (TLMCFG, PARAMETRE 'CLAIR') ; UN REFUS EST TRAITE COMME UN
      *    INCIDENT (RC 16), UN JETON NE POUVANT ETRE SOLLICITE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM125.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200615.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier d'envoi des enquetes (COPY TLMCNPS1)
           SELECT envoi   ASSIGN TO ENVOI
             FILE STATUS IS w-envoi.
      *    Fichier de controle facultatif : delai et fenetre
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (compte-rendu des envois)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD envoi RECORDING MODE F.
       COPY TLMCNPS1 REPLACING ==:PROG:== BY ==f==.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-delai               PIC  X(02).
           05 f-seuil-fenetre             PIC  X(02).
           05 FILLER                      PIC  X(76).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMNPS
           EXEC SQL
             INCLUDE DCLNPS
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-envoi                        PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des clients a enqueter
       01 w-eot-cli                      PIC   9.
           88 w-eot-cli-oui                      VALUE 1.
           88 w-eot-cli-non                      VALUE 0.
      *    Client courant
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-commercial               PIC   X(04).
       01 w-pro-secteur                  PIC   X(03).
       01 w-pro-dtattente                PIC   X(08).
       01 w-dtpassage                    PIC   X(08).
      *    Contact principal du client courant
       01 w-con-id                       PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-mel                      PIC   X(80).
       01 w-con-tel                      PIC   X(10).
       01 w-con-langue                   PIC   X(02).
       01 w-con-optout                   PIC   X(01).
       01 w-con-dtattente                PIC   X(08).
       01 w-prin                         PIC   9.
           88 w-prin-oui                         VALUE 1.
           88 w-prin-non                         VALUE 0.
      *    Libelle du motif de non-envoi, pour le journal
       01 w-motif-lib                    PIC   X(30).
      *    Date du jour (AAAAMMJJ)
       01 w-date-jour                    PIC   X(08).
      *    Delai d'envoi et fenetre de rattrapage en jours ouvres
      *    (valeurs lues sur SEUIL, ou valeurs par defaut)
       01 w-delai                        PIC   9(02) VALUE 10.
       01 w-fenetre                      PIC   9(02) VALUE 20.
       77 w-recul                        PIC   9(05).
      *    Bornes des passages au stade client a enqueter : au plus
      *    tard la date limite (delai ecoule), au plus tot la date
      *    plancher (delai + fenetre)
       77 w-date-limite                  PIC   X(08).
       77 w-date-plancher                PIC   X(08).
      *****************************************************************
      * Conversion des jours ouvres en dates : le calendrier des
      * jours feries (TLMJOF) est charge en memoire, puis on recule
      * jour par jour depuis aujourd'hui en ne comptant que les jours
      * ouvres (ni samedi/dimanche, ni ferie), meme principe que
      * TLMBPGM106. Annees bissextiles : regle du modulo 4.
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
      *    Jours calendaires parcourus, jours ouvres deja decomptes,
      *    jour de semaine courant (1 lundi - 7 dimanche)
       77 w-cal                          PIC   9(05).
       77 w-ouvres                       PIC   9(05).
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
           05 w-cpt-env                   PIC  S9(07) COMP-3.
           05 w-cpt-sus                   PIC  S9(07) COMP-3.
           05 w-cpt-sans-prin             PIC  S9(07) COMP-3.
           05 w-cpt-opp                   PIC  S9(07) COMP-3.
           05 w-cpt-sans-coord            PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Clients a enqueter (delai ecoule) :        '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-env.
           05 FILLER                     PIC   X(43) VALUE
                'Enquetes envoyees :                        '.
           05 w-rap-env-nbr               PIC   ZZZZZZ9.
       01 w-rap-sus.
           05 FILLER                     PIC   X(43) VALUE
                'Reportees, client/contact en attente :     '.
           05 w-rap-sus-nbr               PIC   ZZZZZZ9.
       01 w-rap-sans-prin.
           05 FILLER                     PIC   X(43) VALUE
                'Non envoyees, sans contact principal :     '.
           05 w-rap-sans-prin-nbr         PIC   ZZZZZZ9.
       01 w-rap-opp.
           05 FILLER                     PIC   X(43) VALUE
                'Non envoyees, contact en opposition :      '.
           05 w-rap-opp-nbr               PIC   ZZZZZZ9.
       01 w-rap-sans-coord.
           05 FILLER                     PIC   X(43) VALUE
                'Non envoyees, contact sans coordonnees :   '.
           05 w-rap-sans-coord-nbr        PIC   ZZZZZZ9.
      *    Ligne de detail par enquete envoyee
       01 w-lig-env.
           05 w-lig-env-proid             PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-commercial        PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-passage           PIC   X(08).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-conid             PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-con-nom           PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-env-pro-nom           PIC   X(25).
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des clients a enqueter : prospects actifs au stade
      * 'C' sans enquete TLMNPS, dont le dernier passage au stade
      * client (cliche TLMPROH d'une MAJ au depart d'un autre stade)
      * tombe entre la date plancher et la date limite.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CLIENT CURSOR FOR
               SELECT P.ID, P.NOM, P.COMMERCIAL, P.SECTEUR,
                      P.DTATTENTE,
                      REPLACE(CHAR(DATE(MAX(H.DTAUDIT)), ISO),
                              '-', '')
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMPROH H
               WHERE H.ID = P.ID
                 AND P.STATUT = 'A'
                 AND P.STADE = 'C'
                 AND H.OPERATION = 'M'
                 AND H.STADE <> 'C'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMNPS N
                        WHERE N.PROID = P.ID)
               GROUP BY P.ID, P.NOM, P.COMMERCIAL, P.SECTEUR,
                        P.DTATTENTE
               HAVING REPLACE(CHAR(DATE(MAX(H.DTAUDIT)), ISO),
                              '-', '') <= :w-date-limite
                  AND REPLACE(CHAR(DATE(MAX(H.DTAUDIT)), ISO),
                              '-', '') >= :w-date-plancher
               ORDER BY P.COMMERCIAL, P.ID
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
           DISPLAY 'MET, ENVOI DES ENQUETES DE SATISFACTION'
           PERFORM INIT
           PERFORM CALCULE-BORNES
           PERFORM TRT-CLIENTS
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
      * Ouverture des fichiers, lecture du seuil facultatif et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN OUTPUT envoi
           IF w-envoi NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ENVOI <' w-envoi '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-delai NUMERIC
                      AND f-seuil-delai > '00' THEN
                     MOVE f-seuil-delai      TO w-delai
                   END-IF
                   IF f-seuil-fenetre NUMERIC
                      AND f-seuil-fenetre > '00' THEN
                     MOVE f-seuil-fenetre    TO w-fenetre
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-env
                                              w-cpt-sus
                                              w-cpt-sans-prin
                                              w-cpt-opp
                                              w-cpt-sans-coord
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM125'               TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Chargement en memoire du calendrier des jours feries (400 au
      * plus) puis recul depuis aujourd'hui : w-delai jours ouvres
      * donnent la date limite, w-fenetre jours ouvres de plus la
      * date plancher.
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
           MOVE w-delai                  TO w-recul
           PERFORM RECULE-UN-JOUR
             UNTIL w-ouvres >= w-recul
                OR w-cal >= 9999
           MOVE w-date-curs-x            TO w-date-limite
           ADD w-fenetre                 TO w-recul
           PERFORM RECULE-UN-JOUR
             UNTIL w-ouvres >= w-recul
                OR w-cal >= 9999
           MOVE w-date-curs-x            TO w-date-plancher
           STRING
             'Passages au stade client du '  DELIMITED SIZE
             w-date-plancher               DELIMITED SIZE
             ' au '                        DELIMITED SIZE
             w-date-limite                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                      TO w-enr-log
           PERFORM ECRIT-LOG
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
      * Parcours des clients a enqueter
      *****************************************************************
       TRT-CLIENTS.
           EXEC SQL
             OPEN CURS-CLIENT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CLIENT SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-cli-non             TO TRUE
             PERFORM LEC-CLIENT
             PERFORM TRT-CLIENT            UNTIL w-eot-cli-oui
             EXEC SQL
               CLOSE CURS-CLIENT
             END-EXEC
           END-IF
           .

       LEC-CLIENT.
           EXEC SQL
             FETCH CURS-CLIENT
               INTO :w-pro-id, :w-pro-nom, :w-pro-commercial,
                    :w-pro-secteur, :w-pro-dtattente, :w-dtpassage
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cli-non             TO TRUE
             ADD 1                         TO w-cpt-lec
           ELSE
             SET w-eot-cli-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CLIENT SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un client : lecture de son contact principal, puis envoi,
      * report ou abandon motive de l'enquete.
      *****************************************************************
       TRT-CLIENT.
           PERFORM LIT-PRINCIPAL
           EVALUATE TRUE
             WHEN w-prin-non
               MOVE 'P'                    TO tlmnps-motif
               MOVE 'sans contact principal' TO w-motif-lib
               ADD 1                       TO w-cpt-sans-prin
               PERFORM ABANDONNE-ENQUETE
             WHEN w-con-optout = 'O'
               MOVE 'O'                    TO tlmnps-motif
               MOVE 'contact en opposition' TO w-motif-lib
               ADD 1                       TO w-cpt-opp
               PERFORM ABANDONNE-ENQUETE
             WHEN w-con-mel = SPACES AND w-con-tel = SPACES
               MOVE 'C'                    TO tlmnps-motif
               MOVE 'contact sans coordonnees' TO w-motif-lib
               ADD 1                       TO w-cpt-sans-coord
               PERFORM ABANDONNE-ENQUETE
             WHEN w-pro-dtattente > w-date-jour
               OR w-con-dtattente > w-date-jour
               ADD 1                       TO w-cpt-sus
             WHEN OTHER
               PERFORM ENVOIE-ENQUETE
           END-EVALUATE
           PERFORM LEC-CLIENT
           .

      *****************************************************************
      * Contact principal actif du client courant (le plus ancien
      * s'il y en avait plusieurs).
      *****************************************************************
       LIT-PRINCIPAL.
           EXEC SQL
             SELECT ID, NOM, PRENOM, MEL, TEL, LANGUE, OPTOUT,
                    DTATTENTE
               INTO :w-con-id, :w-con-nom, :w-con-prenom,
                    :w-con-mel, :w-con-tel, :w-con-langue,
                    :w-con-optout, :w-con-dtattente
               FROM TRAIN04.TLMCON
               WHERE PID       = :w-pro-id
                 AND STATUT    = 'A'
                 AND PRINCIPAL = 'O'
               ORDER BY ID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-prin-oui              TO TRUE
             WHEN 100
               SET w-prin-non              TO TRUE
               MOVE SPACES                 TO w-con-id
             WHEN OTHER
               SET w-prin-non              TO TRUE
               MOVE SPACES                 TO w-con-id
               DISPLAY 'MET-ERR SELECT TLMCON <' w-pro-id
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Enquete envoyee : ligne du fichier ENVOI, puis suivi TLMNPS.
      *****************************************************************
       ENVOIE-ENQUETE.
           PERFORM CLAIR-CON
           IF tlmcpil-rc NOT = '00' THEN
             DISPLAY 'MET-ERR RESOLUTION COORDONNEES <' w-con-id
                     '> RC <' tlmcpil-rc '> ' tlmcpil-msg
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM ECRIT-ENQUETE
           END-IF
           .

       ECRIT-ENQUETE.
           MOVE SPACES                     TO f-nps
           MOVE w-pro-id                   TO f-nps-pro-id
           MOVE w-con-id                   TO f-nps-con-id
           MOVE w-con-nom                  TO f-nps-con-nom
           MOVE w-con-prenom               TO f-nps-con-prenom
           MOVE w-con-mel                  TO f-nps-con-mel
           MOVE w-con-tel                  TO f-nps-con-tel
           MOVE w-con-langue               TO f-nps-con-langue
           MOVE w-pro-nom                  TO f-nps-pro-nom
           MOVE w-pro-commercial           TO f-nps-commercial
           MOVE w-dtpassage                TO f-nps-dtpassage
           MOVE w-date-jour                TO f-nps-dtenvoi
           WRITE f-nps
           IF w-envoi NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE ENVOI <' w-envoi '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             MOVE 'E'                      TO tlmnps-statut
             MOVE SPACE                    TO tlmnps-motif
             PERFORM INSERE-NPS
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-env
               MOVE w-pro-id               TO w-lig-env-proid
               MOVE w-pro-commercial       TO w-lig-env-commercial
               MOVE w-dtpassage            TO w-lig-env-passage
               MOVE w-con-id               TO w-lig-env-conid
               MOVE w-con-nom              TO w-lig-env-con-nom
               MOVE w-pro-nom              TO w-lig-env-pro-nom
               MOVE w-lig-env              TO w-enr-log
               PERFORM ECRIT-LOG
             END-IF
           END-IF
           .

      *****************************************************************
      * Adresse et telephone du contact principal, lus en jetons dans
      * TLMCON, resolus en clair par TLMPCON2 pour le prestataire.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                     TO cpcon2-ent
           MOVE w-con-tel                  TO cpcon2-ent-jet-tel
           MOVE w-con-mel                  TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel       TO w-con-tel
             MOVE cpcon2-sor-jet-mel       TO w-con-mel
           END-IF
           .

      *****************************************************************
      * Enquete non envoyee (motif pose par l'appelant) : le client
      * est marque pour ne plus etre repris.
      *****************************************************************
       ABANDONNE-ENQUETE.
           MOVE 'X'                        TO tlmnps-statut
           PERFORM INSERE-NPS
           IF SQLCODE = 0 THEN
             STRING
               w-pro-id                    DELIMITED SIZE
               ' '                         DELIMITED SIZE
               w-pro-commercial            DELIMITED SIZE
               ' '                         DELIMITED SIZE
               w-dtpassage                 DELIMITED SIZE
               ' NON ENVOYEE : '           DELIMITED SIZE
               w-motif-lib                 DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

       INSERE-NPS.
           MOVE w-pro-id                   TO tlmnps-proid
           MOVE w-con-id                   TO tlmnps-conid
           MOVE w-pro-commercial           TO tlmnps-commercial
           MOVE w-pro-secteur              TO tlmnps-secteur
           MOVE w-dtpassage                TO tlmnps-dtpassage
           MOVE w-date-jour                TO tlmnps-dtenvoi
           EXEC SQL
             INSERT INTO TRAIN04.TLMNPS
               (PROID, CONID, COMMERCIAL, SECTEUR, STATUT, MOTIF,
                DTPASSAGE, DTENVOI, DTMAJ)
             VALUES
               (:tlmnps-proid, :tlmnps-conid, :tlmnps-commercial,
                :tlmnps-secteur, :tlmnps-statut, :tlmnps-motif,
                :tlmnps-dtpassage, :tlmnps-dtenvoi,
                CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR INSERT TLMNPS <' tlmnps-proid
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
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
           MOVE '|     ENVOI DES ENQUETES DE SATISFACTION (NPS)   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ----------------------------------------   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Client, commercial, passage, contact, nom du client'
                                       TO w-enr-log
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
           MOVE w-cpt-env              TO w-rap-env-nbr
           MOVE w-rap-env              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sus              TO w-rap-sus-nbr
           MOVE w-rap-sus              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-prin        TO w-rap-sans-prin-nbr
           MOVE w-rap-sans-prin        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-opp              TO w-rap-opp-nbr
           MOVE w-rap-opp              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-coord       TO w-rap-sans-coord-nbr
           MOVE w-rap-sans-coord       TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 16 THEN
             MOVE 'Incident : envois annules (ROLLBACK), a relancer'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE envoi
           IF w-envoi NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ENVOI <' w-envoi '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM125.
