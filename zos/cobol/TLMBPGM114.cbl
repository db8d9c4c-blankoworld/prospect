      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : PARRAINAGE
      * NOM DU PROGRAMME : TLMBPGM114
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE SUIVI DU
      *    PARRAINAGE (PROSPECTS CREES AVEC UN CLIENT PARRAIN,
      *    TLMPRO.PARRAIN, CF. TLMBPGM3) :
      *       - DETECTION DES FILLEULS DEVENUS CLIENTS : LES CLICHES
      *         'M' DE TLMPROH DES PROSPECTS PARRAINES SONT PARCOURUS
      *         COMME DANS TLMBPGM80 (LE STADE D'ARRIVEE D'UN CLICHE
      *         EST L'IMAGE AVANT DU CLICHE SUIVANT DU MEME PROSPECT,
      *         OU LA LIGNE VIVANTE POUR LE DERNIER) ; LE PREMIER
      *         PASSAGE AU STADE 'C' POSE UNE PRIME DANS TLMPRM, DATEE
      *         DU CLICHE ET RATTACHEE AU MOIS COURANT. UN FILLEUL DEJA
      *         PRIME N'EST PLUS EXAMINE : UN MOIS SAUTE EST RATTRAPE
      *         AU SUIVANT, ET UN RETOUR AU STADE 'C' NE DONNE PAS UNE
      *         SECONDE PRIME. UN FILLEUL CREE D'EMBLEE AU STADE 'C'
      *         (AUCUN CLICHE DE PASSAGE) N'OUVRE PAS DROIT A PRIME ;
      *       - LISTE DES PRIMES DUES DU MOIS (DD PRIMES), UNE PAGE
      *         PAR CHARGE DE COMPTE DU PARRAIN, A REMETTRE AUX
      *         CLIENTS PARRAINS ; UNE RELANCE DU MEME MOIS REEDITE
      *         LA MEME LISTE ;
      *       - COMPTE-RENDU DE CONVERSION PAR PARRAIN (JOURNAUX) :
      *         FILLEULS, FILLEULS DEVENUS CLIENTS ET TAUX, LES
      *         MEILLEURS PARRAINS EN TETE.
      *    A LANCER AVANT LA RETENTION DES TABLES D'AUDIT (TLMBPGM29)
      *    QUI PURGE LES CLICHES TLMPROH LES PLUS ANCIENS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM114.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200316.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Liste des primes dues du mois, par charge de compte
           SELECT primes  ASSIGN TO PRIMES
             FILE STATUS IS w-primes.
      *    Fichier de journalisation (conversion par parrain)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD primes RECORDING MODE F.
       01 f-primes                       PIC   X(80).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table des primes
           EXEC SQL
             INCLUDE DCLPRM
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-primes                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour et mois courant (AAAAMM)
       01 w-date-jour.
           05 w-date-jour-mois            PIC  X(06).
           05 w-date-jour-jj              PIC  X(02).
      *    Fin de parcours des curseurs
       01 w-eot-trs                      PIC   9.
           88 w-eot-trs-oui                      VALUE 1.
           88 w-eot-trs-non                      VALUE 0.
       01 w-eot-prm                      PIC   9.
           88 w-eot-prm-oui                      VALUE 1.
           88 w-eot-prm-non                      VALUE 0.
       01 w-eot-cnv                      PIC   9.
           88 w-eot-cnv-oui                      VALUE 1.
           88 w-eot-cnv-non                      VALUE 0.
      *    Cliche courant du curseur des transitions : filleul, image
      *    avant, date du cliche, stade vivant et parrain
       01 w-trs-id                       PIC   X(06).
       01 w-trs-avant                    PIC   X(01).
       01 w-trs-date                     PIC   X(08).
       01 w-trs-vivant                   PIC   X(01).
       01 w-trs-parrain                  PIC   X(06).
      *    Filleul de la rupture en cours et cliche precedent (l'image
      *    avant du cliche n est le stade d'arrivee du cliche n-1)
       01 w-rup-id                       PIC   X(06) VALUE SPACES.
       01 w-prec-avant                   PIC   X(01).
       01 w-prec-date                    PIC   X(08).
       01 w-prec-vivant                  PIC   X(01).
       01 w-prec-parrain                 PIC   X(06).
      *    Prime deja posee pour le filleul de la rupture en cours ?
       01 w-prime-posee                  PIC   9.
           88 w-prime-posee-oui                  VALUE 1.
           88 w-prime-posee-non                  VALUE 0.
      *    Stade d'arrivee de la transition en cours d'examen
       77 w-arrivee                      PIC   X(01).
      *    Ligne courante de la liste des primes
       01 w-prm-com-nom                  PIC   X(35).
       01 w-prm-par-nom                  PIC   X(35).
       01 w-prm-fil-nom                  PIC   X(35).
      *    Charge de compte de la page en cours
       01 w-rup-com                      PIC   X(04) VALUE '????'.
       77 w-com-nbr                      PIC  S9(07) COMP-3.
      *    Ligne courante du compte-rendu de conversion
       01 w-cnv-parrain                  PIC   X(06).
       01 w-cnv-nom                      PIC   X(35).
       01 w-cnv-commercial               PIC   X(04).
       01 w-cnv-filleuls                 PIC  S9(07) COMP-3.
       01 w-cnv-clients                  PIC  S9(07) COMP-3.
       01 w-taux                         PIC   9(03)V9.
       01 w-lig-cnv.
           05 w-lig-cnv-parrain           PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-cnv-nom               PIC   X(30).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-cnv-com               PIC   X(04).
           05 FILLER                      PIC   X(03) VALUE SPACES.
           05 w-lig-cnv-fil               PIC   ZZZZ9.
           05 FILLER                      PIC   X(04) VALUE SPACES.
           05 w-lig-cnv-cli               PIC   ZZZZ9.
           05 FILLER                      PIC   X(03) VALUE SPACES.
           05 w-lig-cnv-taux              PIC   ZZ9.9.
           05 FILLER                      PIC   X(02) VALUE ' %'.
       01 w-lig-prm.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-prm-parrain           PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-prm-par-nom           PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-prm-filleul           PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-prm-fil-nom           PIC   X(25).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-prm-date              PIC   X(08).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-cliche                PIC  S9(07) COMP-3.
           05 w-cpt-nouv                  PIC  S9(07) COMP-3.
           05 w-cpt-prime                 PIC  S9(07) COMP-3.
           05 w-cpt-parrain               PIC  S9(07) COMP-3.
           05 w-cpt-filleul               PIC  S9(07) COMP-3.
           05 w-cpt-client                PIC  S9(07) COMP-3.
       01 w-rap-cliche.
           05 FILLER                     PIC   X(43) VALUE
                'Cliches de filleuls examines :             '.
           05 w-rap-cliche-nbr            PIC   ZZZZZZ9.
       01 w-rap-nouv.
           05 FILLER                     PIC   X(43) VALUE
                'Filleuls devenus clients (nouvelles primes)'.
           05 w-rap-nouv-nbr              PIC   ZZZZZZ9.
       01 w-rap-prime.
           05 FILLER                     PIC   X(43) VALUE
                'Primes dues du mois (liste PRIMES) :       '.
           05 w-rap-prime-nbr             PIC   ZZZZZZ9.
       01 w-rap-parrain.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de clients parrains :               '.
           05 w-rap-parrain-nbr           PIC   ZZZZZZ9.
       01 w-rap-filleul.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de filleuls :                       '.
           05 w-rap-filleul-nbr           PIC   ZZZZZZ9.
       01 w-rap-client.
           05 FILLER                     PIC   X(43) VALUE
                'dont devenus clients :                     '.
           05 w-rap-client-nbr            PIC   ZZZZZZ9.
       77 w-pct-aff                      PIC   ZZ9.9.
      *    Lignes courantes a ecrire dans les fichiers PRIMES et log
       77 w-enr-prm                      PIC   X(80).
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des cliches 'M' des filleuls pas encore primes, par
      * filleul puis date : l'image avant de chaque cliche est le
      * stade d'arrivee du cliche precedent du meme filleul.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-TRANSITIONS CURSOR FOR
               SELECT H.ID, H.STADE,
                      REPLACE(CHAR(DATE(H.DTAUDIT), ISO), '-', ''),
                      P.STADE, P.PARRAIN
               FROM TRAIN04.TLMPROH H, TRAIN04.TLMPRO P
               WHERE P.ID = H.ID
                 AND P.PARRAIN NOT = ' '
                 AND H.OPERATION = 'M'
                 AND NOT EXISTS
                     (SELECT 1 FROM TRAIN04.TLMPRM R
                        WHERE R.FILLEUL = H.ID)
               ORDER BY H.ID, H.DTAUDIT
           END-EXEC.

      *****************************************************************
      * Curseur des primes du mois, par charge de compte du parrain
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRIMES CURSOR FOR
               SELECT R.COMMERCIAL, COALESCE(C.NOM, ' '),
                      R.PARRAIN, PA.NOM, R.FILLEUL, F.NOM,
                      R.DTCLIENT
               FROM TRAIN04.TLMPRM R
               INNER JOIN TRAIN04.TLMPRO PA
                 ON PA.ID = R.PARRAIN
               INNER JOIN TRAIN04.TLMPRO F
                 ON F.ID = R.FILLEUL
               LEFT OUTER JOIN TRAIN04.TLMCOM C
                 ON C.CODE = R.COMMERCIAL
               WHERE R.MOIS = :tlmprm-mois
               ORDER BY R.COMMERCIAL, R.PARRAIN, R.FILLEUL
           END-EXEC.

      *****************************************************************
      * Curseur de conversion par parrain : filleuls (tous statuts)
      * et filleuls primes, meilleurs parrains en tete
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CONVERSION CURSOR FOR
               SELECT F.PARRAIN, PA.NOM, PA.COMMERCIAL,
                      COUNT(*), COUNT(R.FILLEUL)
               FROM TRAIN04.TLMPRO F
               INNER JOIN TRAIN04.TLMPRO PA
                 ON PA.ID = F.PARRAIN
               LEFT OUTER JOIN TRAIN04.TLMPRM R
                 ON R.FILLEUL = F.ID
               WHERE F.PARRAIN NOT = ' '
               GROUP BY F.PARRAIN, PA.NOM, PA.COMMERCIAL
               ORDER BY 5 DESC, 4 DESC, 1
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, SUIVI DU PARRAINAGE'
           PERFORM INIT
           PERFORM DETECTE-CONVERSIONS
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM EDITE-PRIMES
           PERFORM EDITE-CONVERSION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, mois courant, entete du log
      *****************************************************************
       INIT.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           MOVE w-date-jour-mois           TO tlmprm-mois
           OPEN OUTPUT primes
           IF w-primes NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PRIMES <' w-primes '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-cliche w-cpt-nouv
                                               w-cpt-prime
                                               w-cpt-parrain
                                               w-cpt-filleul
                                               w-cpt-client
           PERFORM ENTETE
           .

      *****************************************************************
      * Detection des filleuls devenus clients
      *****************************************************************
       DETECTE-CONVERSIONS.
           EXEC SQL
             OPEN CURS-TRANSITIONS
           END-EXEC
           SET w-eot-trs-non               TO TRUE
           PERFORM LEC-TRANSITION
           PERFORM TRT-CLICHE              UNTIL w-eot-trs-oui
           IF w-rup-id NOT = SPACES THEN
      *      dernier cliche du dernier filleul : arrivee sur le stade
      *      vivant
             MOVE w-prec-vivant            TO w-arrivee
             PERFORM EXAMINE-TRANSITION
           END-IF
           EXEC SQL
             CLOSE CURS-TRANSITIONS
           END-EXEC
           .

       LEC-TRANSITION.
           EXEC SQL
             FETCH CURS-TRANSITIONS
               INTO :w-trs-id, :w-trs-avant, :w-trs-date,
                    :w-trs-vivant, :w-trs-parrain
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-trs-non             TO TRUE
             ADD 1                         TO w-cpt-cliche
           ELSE
             SET w-eot-trs-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-TRANSITIONS SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       TRT-CLICHE.
           IF w-trs-id = w-rup-id THEN
      *      meme filleul : le cliche courant revele l'arrivee du
      *      cliche precedent (son image avant)
             MOVE w-trs-avant              TO w-arrivee
             PERFORM EXAMINE-TRANSITION
           ELSE
             IF w-rup-id NOT = SPACES THEN
      *        dernier cliche du filleul precedent : arrivee sur son
      *        stade vivant (conserve dans la zone de rupture)
               MOVE w-prec-vivant          TO w-arrivee
               PERFORM EXAMINE-TRANSITION
             END-IF
             MOVE w-trs-id                 TO w-rup-id
             SET w-prime-posee-non         TO TRUE
           END-IF
           MOVE w-trs-avant                TO w-prec-avant
           MOVE w-trs-date                 TO w-prec-date
           MOVE w-trs-vivant               TO w-prec-vivant
           MOVE w-trs-parrain              TO w-prec-parrain
           PERFORM LEC-TRANSITION
           .

      *****************************************************************
      * Transition (depart w-prec-avant, arrivee w-arrivee) : le
      * premier passage au stade 'C' du filleul pose sa prime.
      *****************************************************************
       EXAMINE-TRANSITION.
           IF w-arrivee = 'C' AND w-prec-avant NOT = 'C'
              AND w-prime-posee-non THEN
             PERFORM POSE-PRIME
           END-IF
           .

      *    La prime va au charge de compte actuel du parrain ; une
      *    prime deja posee (relance concurrente) n'est pas doublee.
       POSE-PRIME.
           SET w-prime-posee-oui           TO TRUE
           MOVE w-rup-id                   TO tlmprm-filleul
           MOVE w-prec-parrain             TO tlmprm-parrain
           MOVE w-prec-date                TO tlmprm-dtclient
           MOVE SPACES                     TO tlmprm-commercial
           EXEC SQL
             SELECT COMMERCIAL
               INTO :tlmprm-commercial
               FROM TRAIN04.TLMPRO
               WHERE ID = :tlmprm-parrain
           END-EXEC
           EXEC SQL
             INSERT INTO TRAIN04.TLMPRM (
                 FILLEUL, PARRAIN, DTCLIENT, COMMERCIAL, MOIS, DTMAJ)
               VALUES (
                 :tlmprm-filleul, :tlmprm-parrain, :tlmprm-dtclient,
                 :tlmprm-commercial, :tlmprm-mois, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-nouv
             WHEN -803
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR INSERT TLMPRM <' tlmprm-filleul
                       '> SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Liste des primes dues du mois, une page par charge de compte
      *****************************************************************
       EDITE-PRIMES.
           EXEC SQL
             OPEN CURS-PRIMES
           END-EXEC
           SET w-eot-prm-non               TO TRUE
           PERFORM LEC-PRIME
           IF w-eot-prm-oui THEN
             STRING
               'PRIMES DE PARRAINAGE DUES - MOIS ' DELIMITED SIZE
               tlmprm-mois                 DELIMITED SIZE
               ' : aucune'                 DELIMITED SIZE
               INTO w-enr-prm
             END-STRING
             PERFORM ECRIT-PRIMES
           END-IF
           PERFORM EDITE-LIGNE-PRIME       UNTIL w-eot-prm-oui
           IF w-rup-com NOT = '????' THEN
             PERFORM EDITE-TOTAL-COMMERCIAL
           END-IF
           EXEC SQL
             CLOSE CURS-PRIMES
           END-EXEC
           .

       LEC-PRIME.
           EXEC SQL
             FETCH CURS-PRIMES
               INTO :tlmprm-commercial, :w-prm-com-nom,
                    :tlmprm-parrain, :w-prm-par-nom,
                    :tlmprm-filleul, :w-prm-fil-nom,
                    :tlmprm-dtclient
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-prm-non             TO TRUE
           ELSE
             SET w-eot-prm-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-PRIMES SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-PRIME.
           IF tlmprm-commercial NOT = w-rup-com THEN
             IF w-rup-com NOT = '????' THEN
               PERFORM EDITE-TOTAL-COMMERCIAL
             END-IF
             MOVE tlmprm-commercial        TO w-rup-com
             MOVE 0                        TO w-com-nbr
             PERFORM EDITE-ENTETE-COMMERCIAL
           END-IF
           MOVE tlmprm-parrain             TO w-lig-prm-parrain
           MOVE w-prm-par-nom              TO w-lig-prm-par-nom
           MOVE tlmprm-filleul             TO w-lig-prm-filleul
           MOVE w-prm-fil-nom              TO w-lig-prm-fil-nom
           MOVE tlmprm-dtclient            TO w-lig-prm-date
           MOVE w-lig-prm                  TO w-enr-prm
           PERFORM ECRIT-PRIMES
           ADD 1                           TO w-com-nbr
           ADD 1                           TO w-cpt-prime
           PERFORM LEC-PRIME
           .

       EDITE-ENTETE-COMMERCIAL.
           MOVE ALL '='                    TO w-enr-prm
           PERFORM ECRIT-PRIMES
           STRING
             'PRIMES DE PARRAINAGE DUES - MOIS ' DELIMITED SIZE
             tlmprm-mois                   DELIMITED SIZE
             INTO w-enr-prm
           END-STRING
           PERFORM ECRIT-PRIMES
           IF w-rup-com = SPACES THEN
             MOVE 'Charge de compte : (parrain non affecte)'
                                           TO w-enr-prm
           ELSE
             STRING
               'Charge de compte : '       DELIMITED SIZE
               w-rup-com                   DELIMITED SIZE
               ' '                         DELIMITED SIZE
               w-prm-com-nom               DELIMITED SIZE
               INTO w-enr-prm
             END-STRING
           END-IF
           PERFORM ECRIT-PRIMES
           MOVE ' '                        TO w-enr-prm
           PERFORM ECRIT-PRIMES
           STRING
             '  Parrain                          '  DELIMITED SIZE
             'Filleul devenu client            Le'  DELIMITED SIZE
             INTO w-enr-prm
           END-STRING
           PERFORM ECRIT-PRIMES
           MOVE ALL '-'                    TO w-enr-prm
           PERFORM ECRIT-PRIMES
           .

       EDITE-TOTAL-COMMERCIAL.
           MOVE ALL '-'                    TO w-enr-prm
           PERFORM ECRIT-PRIMES
           MOVE w-com-nbr                  TO w-rap-prime-nbr
           STRING
             'Primes a remettre : '        DELIMITED SIZE
             w-rap-prime-nbr               DELIMITED SIZE
             INTO w-enr-prm
           END-STRING
           PERFORM ECRIT-PRIMES
           MOVE ' '                        TO w-enr-prm
           PERFORM ECRIT-PRIMES
           .

      *****************************************************************
      * Compte-rendu de conversion par parrain
      *****************************************************************
       EDITE-CONVERSION.
           MOVE 'CONVERSION DES FILLEULS PAR PARRAIN'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Parrain Nom                            Com.  '
                                           DELIMITED SIZE
             'Filleuls Clients  Taux'      DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ALL '-'                    TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-CONVERSION
           END-EXEC
           SET w-eot-cnv-non               TO TRUE
           PERFORM LEC-CONVERSION
           PERFORM EDITE-LIGNE-CONVERSION  UNTIL w-eot-cnv-oui
           EXEC SQL
             CLOSE CURS-CONVERSION
           END-EXEC
           .

       LEC-CONVERSION.
           EXEC SQL
             FETCH CURS-CONVERSION
               INTO :w-cnv-parrain, :w-cnv-nom, :w-cnv-commercial,
                    :w-cnv-filleuls, :w-cnv-clients
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-cnv-non             TO TRUE
           ELSE
             SET w-eot-cnv-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CONVERSION SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-CONVERSION.
           ADD 1                           TO w-cpt-parrain
           ADD w-cnv-filleuls              TO w-cpt-filleul
           ADD w-cnv-clients               TO w-cpt-client
           COMPUTE w-taux ROUNDED = w-cnv-clients * 100
                                  / w-cnv-filleuls
           MOVE w-cnv-parrain              TO w-lig-cnv-parrain
           MOVE w-cnv-nom                  TO w-lig-cnv-nom
           MOVE w-cnv-commercial           TO w-lig-cnv-com
           MOVE w-cnv-filleuls             TO w-lig-cnv-fil
           MOVE w-cnv-clients              TO w-lig-cnv-cli
           MOVE w-taux                     TO w-lig-cnv-taux
           MOVE w-lig-cnv                  TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM LEC-CONVERSION
           .

      *****************************************************************
      * Ecriture d'une ligne dans la liste des primes, avec
      * verification du code d'etat du fichier PRIMES.
      *****************************************************************
       ECRIT-PRIMES.
           WRITE f-primes                  FROM w-enr-prm
           IF w-primes NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PRIMES <' w-primes '>'
           END-IF
           MOVE SPACES                     TO w-enr-prm
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
           MOVE '|     SUIVI DU PARRAINAGE                        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------                        |'
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
           MOVE w-cpt-cliche           TO w-rap-cliche-nbr
           MOVE w-rap-cliche           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nouv             TO w-rap-nouv-nbr
           MOVE w-rap-nouv             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-prime            TO w-rap-prime-nbr
           MOVE w-rap-prime            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-parrain          TO w-rap-parrain-nbr
           MOVE w-rap-parrain          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-filleul          TO w-rap-filleul-nbr
           MOVE w-rap-filleul          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-client           TO w-rap-client-nbr
           MOVE w-rap-client           TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-cpt-filleul > 0 THEN
             COMPUTE w-taux ROUNDED = w-cpt-client * 100
                                    / w-cpt-filleul
           ELSE
             MOVE 0                    TO w-taux
           END-IF
           MOVE w-taux                 TO w-pct-aff
           STRING
             'Taux de conversion des filleuls : ' DELIMITED SIZE
             w-pct-aff                 DELIMITED SIZE
             ' %'                      DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           CLOSE primes
           IF w-primes NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PRIMES <' w-primes '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM114.
