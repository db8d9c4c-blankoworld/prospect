      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SATISFACTION CLIENT (NPS)
      * NOM DU PROGRAMME : TLMBPGM127
      * DESCRIPTION      : RAPPORT MENSUEL DE LA SATISFACTION DES
      *    NOUVEAUX CLIENTS, BATI SUR LES ENQUETES TLMNPS (ENVOYEES
      *    PAR TLMBPGM125, REPONSES CHARGEES PAR TLMBPGM126) DONT LA
      *    DATE DE REPONSE TOMBE DANS LE MOIS VISE :
      *       - PAR COMMERCIAL (CHARGE DE COMPTE DU CLIENT A L'ENVOI
      *         DE L'ENQUETE) ;
      *       - PAR SECTEUR (SECTEUR DU CLIENT A L'ENVOI) ;
      *       - CUMUL DU MOIS, AVEC LE TAUX DE REPONSE DES ENQUETES
      *         ENVOYEES DANS LE MOIS.
      *    CHAQUE LIGNE DONNE LE NOMBRE DE REPONSES, DE PROMOTEURS
      *    (NOTE 9-10), DE PASSIFS (7-8) ET DE DETRACTEURS (0-6), ET
      *    LE NPS = % PROMOTEURS - % DETRACTEURS, DE -100 A +100.
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT), COMME TLMBPGM88.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM127.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200615.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Fichier de journalisation (rapport NPS)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD moisfic RECORDING MODE F.
       01 f-moisfic.
           05 f-mois-val                  PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-moisfic                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour et mois vise
       01 w-date-jour.
           05 w-date-jour-aaaa            PIC  9(04).
           05 w-date-jour-mm              PIC  9(02).
           05 w-date-jour-jj              PIC  9(02).
       01 w-mois                         PIC   X(06).
       01 w-mois-num REDEFINES w-mois.
           05 w-mois-aaaa                PIC   9(04).
           05 w-mois-mm                  PIC   9(02).
      *    Fin de parcours des curseurs
       01 w-eot-grp                      PIC   9.
           88 w-eot-grp-oui                      VALUE 1.
           88 w-eot-grp-non                      VALUE 0.
      *    Ligne courante des curseurs (commercial ou secteur)
       01 w-grp-code                     PIC   X(04).
       01 w-grp-lib                      PIC   X(35).
       01 w-grp-rep                      PIC  S9(07) COMP.
       01 w-grp-promo                    PIC  S9(07) COMP.
       01 w-grp-passif                   PIC  S9(07) COMP.
       01 w-grp-detrac                   PIC  S9(07) COMP.
      *    Cumuls du mois
       77 w-tot-rep                      PIC  S9(07) COMP-3.
       77 w-tot-promo                    PIC  S9(07) COMP-3.
       77 w-tot-passif                   PIC  S9(07) COMP-3.
       77 w-tot-detrac                   PIC  S9(07) COMP-3.
       77 w-tot-envoi                    PIC  S9(07) COMP-3.
       77 w-tot-envoi-rep                PIC  S9(07) COMP-3.
       77 w-tot-nb-aff                   PIC   ZZZZZZ9.
      *    NPS (de -100 a +100) et taux de reponse en pourcentage
       01 w-nps                          PIC  S9(03).
       01 w-taux                         PIC   9(03)V9.
       01 w-pct-aff                      PIC   ZZ9.9.
      *    Entete des colonnes et ligne de detail
       01 w-lig-tete.
           05 FILLER                      PIC   X(35) VALUE
                'CODE LIBELLE'.
           05 FILLER                      PIC   X(34) VALUE
                '   REP.  PROM.  PASS.  DETR.   NPS'.
       01 w-lig-nps.
           05 w-lig-nps-code              PIC   X(04).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-nps-lib               PIC   X(30).
           05 w-lig-nps-rep               PIC   ZZZZZZ9.
           05 w-lig-nps-promo             PIC   ZZZZZZ9.
           05 w-lig-nps-passif            PIC   ZZZZZZ9.
           05 w-lig-nps-detrac            PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-nps-nps               PIC   X(04).
           05 w-lig-nps-nps-num REDEFINES w-lig-nps-nps
                                          PIC   ---9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des reponses du mois par commercial, avec son nom
      * (TLMCOM, '(inconnu)' si le code ne figure pas au referentiel)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-NPS-COM CURSOR FOR
               SELECT N.COMMERCIAL,
                      COALESCE(MAX(M.NOM), '(inconnu)'),
                      COUNT(*),
                      SUM(CASE WHEN N.NOTE >= 9 THEN 1 ELSE 0 END),
                      SUM(CASE WHEN N.NOTE IN (7, 8) THEN 1 ELSE 0
                          END),
                      SUM(CASE WHEN N.NOTE <= 6 THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMNPS N
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = N.COMMERCIAL
               WHERE N.STATUT = 'R'
                 AND SUBSTR(N.DTREP, 1, 6) = :w-mois
               GROUP BY N.COMMERCIAL
               ORDER BY N.COMMERCIAL
           END-EXEC.

      *****************************************************************
      * Curseur des reponses du mois par secteur, avec son libelle
      * (TLMSEC, une ligne par code postal : premier libelle du
      * secteur ; '(inconnu)' s'il ne figure pas au referentiel)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-NPS-SEC CURSOR FOR
               SELECT N.SECTEUR,
                      COALESCE(MAX(S.LIBELLE), '(inconnu)'),
                      COUNT(*),
                      SUM(CASE WHEN N.NOTE >= 9 THEN 1 ELSE 0 END),
                      SUM(CASE WHEN N.NOTE IN (7, 8) THEN 1 ELSE 0
                          END),
                      SUM(CASE WHEN N.NOTE <= 6 THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMNPS N
                 LEFT OUTER JOIN
                   (SELECT SECTEUR, MIN(LIBELLE) AS LIBELLE
                      FROM TRAIN04.TLMSEC
                     GROUP BY SECTEUR) AS S
                   ON S.SECTEUR = N.SECTEUR
               WHERE N.STATUT = 'R'
                 AND SUBSTR(N.DTREP, 1, 6) = :w-mois
               GROUP BY N.SECTEUR
               ORDER BY N.SECTEUR
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, SATISFACTION CLIENT (NPS) DU MOIS'
           PERFORM INIT
           PERFORM EDITE-PAR-COMMERCIAL
           PERFORM EDITE-PAR-SECTEUR
           PERFORM EDITE-CUMUL
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, determination du mois vise, ecriture
      * de l'entete du log.
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE w-date-jour-aaaa           TO w-mois-aaaa
           MOVE w-date-jour-mm             TO w-mois-mm
           OPEN INPUT moisfic
           IF w-moisfic = '00' THEN
             READ moisfic
                 AT END     CONTINUE
                 NOT AT END
                   IF f-mois-val NUMERIC THEN
                     MOVE f-mois-val       TO w-mois
                   END-IF
             END-READ
             CLOSE moisfic
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-tot-rep
                                              w-tot-promo
                                              w-tot-passif
                                              w-tot-detrac
           PERFORM ENTETE
           STRING
             'Mois vise : '                DELIMITED SIZE
             w-mois                        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE 'NPS = % promoteurs (9-10) - % detracteurs (0-6).'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Edition par commercial : une ligne par charge de compte ayant
      * au moins une reponse dans le mois, cumul du mois au passage.
      *****************************************************************
       EDITE-PAR-COMMERCIAL.
           MOVE 'SATISFACTION PAR COMMERCIAL'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-NPS-COM
           END-EXEC
           SET w-eot-grp-non               TO TRUE
           PERFORM LEC-NPS-COM
           PERFORM EDITE-LIGNE-COM         UNTIL w-eot-grp-oui
           EXEC SQL
             CLOSE CURS-NPS-COM
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-NPS-COM.
           EXEC SQL
             FETCH CURS-NPS-COM
               INTO :w-grp-code, :w-grp-lib, :w-grp-rep,
                    :w-grp-promo, :w-grp-passif, :w-grp-detrac
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-grp-non             TO TRUE
           ELSE
             SET w-eot-grp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-NPS-COM SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-COM.
           ADD w-grp-rep                   TO w-tot-rep
           ADD w-grp-promo                 TO w-tot-promo
           ADD w-grp-passif                TO w-tot-passif
           ADD w-grp-detrac                TO w-tot-detrac
           PERFORM ECRIT-LIGNE-NPS
           PERFORM LEC-NPS-COM
           .

      *****************************************************************
      * Edition par secteur : une ligne par secteur ayant au moins une
      * reponse dans le mois.
      *****************************************************************
       EDITE-PAR-SECTEUR.
           MOVE 'SATISFACTION PAR SECTEUR'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-NPS-SEC
           END-EXEC
           SET w-eot-grp-non               TO TRUE
           PERFORM LEC-NPS-SEC
           PERFORM EDITE-LIGNE-SEC         UNTIL w-eot-grp-oui
           EXEC SQL
             CLOSE CURS-NPS-SEC
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-NPS-SEC.
           EXEC SQL
             FETCH CURS-NPS-SEC
               INTO :w-grp-code, :w-grp-lib, :w-grp-rep,
                    :w-grp-promo, :w-grp-passif, :w-grp-detrac
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-grp-non             TO TRUE
           ELSE
             SET w-eot-grp-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-NPS-SEC SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-SEC.
           PERFORM ECRIT-LIGNE-NPS
           PERFORM LEC-NPS-SEC
           .

      *****************************************************************
      * Ligne de detail du groupe courant (commercial ou secteur),
      * NPS arrondi a l'unite.
      *****************************************************************
       ECRIT-LIGNE-NPS.
           MOVE w-grp-code                 TO w-lig-nps-code
           MOVE w-grp-lib                  TO w-lig-nps-lib
           MOVE w-grp-rep                  TO w-lig-nps-rep
           MOVE w-grp-promo                TO w-lig-nps-promo
           MOVE w-grp-passif               TO w-lig-nps-passif
           MOVE w-grp-detrac               TO w-lig-nps-detrac
           IF w-grp-rep > 0 THEN
             COMPUTE w-nps ROUNDED = (w-grp-promo - w-grp-detrac)
                                   * 100 / w-grp-rep
             MOVE w-nps                    TO w-lig-nps-nps-num
           ELSE
             MOVE '   -'                   TO w-lig-nps-nps
           END-IF
           MOVE w-lig-nps                  TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Cumul du mois, tous commerciaux confondus, et taux de reponse
      * des enquetes envoyees dans le mois (repondues a ce jour).
      *****************************************************************
       EDITE-CUMUL.
           MOVE SPACES                     TO w-grp-code
           MOVE 'TOTAL DU MOIS'            TO w-grp-lib
           MOVE w-tot-rep                  TO w-grp-rep
           MOVE w-tot-promo                TO w-grp-promo
           MOVE w-tot-passif               TO w-grp-passif
           MOVE w-tot-detrac               TO w-grp-detrac
           PERFORM ECRIT-LIGNE-NPS
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN STATUT = 'R' THEN 1
                                      ELSE 0 END), 0)
               INTO :w-tot-envoi, :w-tot-envoi-rep
               FROM TRAIN04.TLMNPS
               WHERE STATUT IN ('E', 'R')
                 AND SUBSTR(DTENVOI, 1, 6) = :w-mois
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR COMPTE TLMNPS SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             MOVE 0                        TO w-tot-envoi
                                              w-tot-envoi-rep
           END-IF
           MOVE w-tot-envoi                TO w-tot-nb-aff
           STRING
             'Enquetes envoyees dans le mois : '
                                           DELIMITED SIZE
             w-tot-nb-aff                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-tot-envoi > 0 THEN
             COMPUTE w-taux ROUNDED = w-tot-envoi-rep * 100
                                    / w-tot-envoi
           ELSE
             MOVE 0                        TO w-taux
           END-IF
           MOVE w-taux                     TO w-pct-aff
           STRING
             'Dont repondues a ce jour : '  DELIMITED SIZE
             w-pct-aff                     DELIMITED SIZE
             ' %'                          DELIMITED SIZE
             INTO w-enr-log
           END-STRING
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
           MOVE '|     SATISFACTION DES NOUVEAUX CLIENTS (NPS)    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ---------------------------------------    |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Fermeture des fichiers
      *****************************************************************
       FIN.
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM127.
