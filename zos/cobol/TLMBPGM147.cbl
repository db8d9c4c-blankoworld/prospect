      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : QUALIFICATION DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM147
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL D'EDITION, PAR
      *    CHARGE DE COMPTE, DES PROSPECTS ACTIFS AU STADE 'Q'
      *    (QUALIFIE) DONT LES CRITERES DE QUALIFICATION (BUDGET,
      *    DECIDEUR, BESOIN, HORIZON D'ACHAT, CF. TLMPRO-QBUDGET ET
      *    SUIVANTS) NE SONT PLUS TOUS ACQUIS DEPUIS LEUR PASSAGE AU
      *    STADE 'Q' : UN CRITERE A ETE EFFACE OU REPASSE A 'N' APRES
      *    LE CONTROLE DE TLMPPRO1. SEULS LES PROSPECTS QUALIFIES SOUS
      *    CE CONTROLE (DATE QDTVAL RENSEIGNEE) SONT EXAMINES ; LE
      *    STOCK QUALIFIE AUPARAVANT EST SEULEMENT DENOMBRE. LES
      *    PROSPECTS REPASSES SOUS LE JEU MINIMAL EXIGE POUR LE PASSAGE
      *    (PARAMETRE 'QUALIF' DE TLMCFG, MEME REGLE QUE
      *    TLMPPRO1/VRF-QUALIF) SONT SIGNALES.
      *    AUCUNE MISE A JOUR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM147.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200907.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (edition des qualifications)
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
      *    Clause COPY generee par DCLGEN pour table TLMPRO (prospect)
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCFG
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur
       01 w-eot-pro                      PIC   9.
           88 w-eot-pro-oui                      VALUE 1.
           88 w-eot-pro-non                      VALUE 0.
      *    Ligne courante du curseur : charge de compte et son nom
       01 w-com-nom                      PIC   X(35).
      *    Charge de compte de la ligne precedente (rupture d'edition)
       01 w-com-prec                     PIC   X(04).
      *    Jeu minimal de criteres (cf. TLMPPRO1/VRF-QUALIF) : un 'O'
      *    par critere exige (budget, decideur, besoin, horizon), puis
      *    le nombre minimal de criteres acquis ; sans parametre, les
      *    quatre sont exiges
       01 w-qua-masque                   PIC   X(05) VALUE 'OOOO '.
       01 w-qua-min                      PIC   9(01).
       01 w-qua-nbr                      PIC   9(01).
       01 w-qua-sous                     PIC   9.
           88 w-qua-sous-oui                     VALUE 1.
           88 w-qua-sous-non                     VALUE 0.
      *    Ligne d'edition d'un prospect
       01 w-det.
           05 w-det-id                    PIC  X(06).
           05 FILLER                      PIC  X(01).
           05 w-det-nom                   PIC  X(30).
           05 FILLER                      PIC  X(01).
           05 w-det-qdtval                PIC  X(08).
           05 FILLER                      PIC  X(03).
           05 w-det-qbudget               PIC  X(01).
           05 FILLER                      PIC  X(03).
           05 w-det-qdecideur             PIC  X(01).
           05 FILLER                      PIC  X(03).
           05 w-det-qbesoin               PIC  X(01).
           05 FILLER                      PIC  X(03).
           05 w-det-qdelai                PIC  X(01).
           05 FILLER                      PIC  X(03).
           05 w-det-sous                  PIC  X(05).
       01 w-titre.
           05 FILLER                      PIC  X(48) VALUE
                'PROSP. NOM                            QUALIFIE  '.
           05 FILLER                      PIC  X(26) VALUE
                'BUD DEC BES HOR SOUS MINI'.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-ancien                PIC  S9(07) COMP-3.
           05 w-cpt-edite                 PIC  S9(07) COMP-3.
           05 w-cpt-sous                  PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects actifs au stade Q :              '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-ancien.
           05 FILLER                     PIC   X(43) VALUE
                '  dont qualifies avant controle :          '.
           05 w-rap-ancien-nbr            PIC   ZZZZZZ9.
       01 w-rap-edite.
           05 FILLER                     PIC   X(43) VALUE
                'Qualifications devenues incompletes :      '.
           05 w-rap-edite-nbr             PIC   ZZZZZZ9.
       01 w-rap-sous.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sous le jeu minimal exige :         '.
           05 w-rap-sous-nbr              PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des prospects actifs au stade 'Q', par charge de
      * compte (espace = non affecte), avec leurs criteres et la date
      * du passage admis par le controle (espace = stock anterieur).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRO CURSOR FOR
               SELECT P.COMMERCIAL, COALESCE(M.NOM, '(non affecte)'),
                      P.ID, P.NOM, P.QBUDGET, P.QDECIDEUR,
                      P.QBESOIN, P.QDELAI, P.QDTVAL
               FROM TRAIN04.TLMPRO P
                 LEFT OUTER JOIN TRAIN04.TLMCOM M
                   ON M.CODE = P.COMMERCIAL
               WHERE P.STATUT = 'A'
                 AND P.STADE  = 'Q'
               ORDER BY P.COMMERCIAL, P.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, QUALIFICATIONS DEVENUES INCOMPLETES'
           PERFORM INIT
           PERFORM TRT-PROSPECTS
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Lecture du jeu minimal parametre, ouverture du log et
      * ecriture de l'entete.
      *****************************************************************
       INIT.
           EXEC SQL
             SELECT VALEUR
               INTO :tlmcfg-valeur
               FROM TRAIN04.TLMCFG
               WHERE PARAM = 'QUALIF'
                 AND PROGRAMME IN ('TLMPPRO1', '*')
               ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE tlmcfg-valeur (1 : 5)  TO w-qua-masque
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR LECTURE TLMCFG <' sqlcode '>'
               MOVE 4                      TO RETURN-CODE
           END-EVALUATE
           MOVE 0                          TO w-qua-min
           INSPECT w-qua-masque (1 : 4) TALLYING w-qua-min
                   FOR ALL 'O'
           IF w-qua-masque (5 : 1) IS NUMERIC
              AND w-qua-masque (5 : 1) > w-qua-min THEN
             MOVE w-qua-masque (5 : 1)     TO w-qua-min
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-ancien
                                              w-cpt-edite w-cpt-sous
           MOVE HIGH-VALUES                TO w-com-prec
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des prospects actifs au stade 'Q'.
      *****************************************************************
       TRT-PROSPECTS.
           EXEC SQL
             OPEN CURS-PRO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-PRO <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-pro-non             TO TRUE
             PERFORM LEC-PRO
             PERFORM EXAMINE-PROSPECT      UNTIL w-eot-pro-oui
             EXEC SQL
               CLOSE CURS-PRO
             END-EXEC
           END-IF
           .

       LEC-PRO.
           EXEC SQL
             FETCH CURS-PRO
               INTO :tlmpro-commercial, :w-com-nom, :tlmpro-id,
                    :tlmpro-nom, :tlmpro-qbudget, :tlmpro-qdecideur,
                    :tlmpro-qbesoin, :tlmpro-qdelai, :tlmpro-qdtval
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-pro-non           TO TRUE
             WHEN 100
               SET w-eot-pro-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-PRO <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-pro-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Prospect qualifie sous le controle : edite des qu'un de ses
      * criteres n'est plus acquis, signale s'il repasse sous le jeu
      * minimal exige au passage.
      *****************************************************************
       EXAMINE-PROSPECT.
           ADD 1                           TO w-cpt-lec
           IF tlmpro-qdtval = SPACES THEN
             ADD 1                         TO w-cpt-ancien
           ELSE
             IF NOT TLMPRO-QBUDGET-ACQUIS
                OR NOT TLMPRO-QDECIDEUR-ACQUIS
                OR NOT TLMPRO-QBESOIN-ACQUIS
                OR NOT TLMPRO-QDELAI-ACQUIS THEN
               PERFORM VRF-JEU-MINIMAL
               PERFORM EDITE-PROSPECT
             END-IF
           END-IF
           PERFORM LEC-PRO
           .

      *****************************************************************
      * Meme regle que TLMPPRO1/VRF-QUALIF : chaque critere exige
      * doit etre acquis, et le nombre de criteres acquis atteindre le
      * minimum.
      *****************************************************************
       VRF-JEU-MINIMAL.
           SET w-qua-sous-non              TO TRUE
           MOVE 0                          TO w-qua-nbr
           IF TLMPRO-QBUDGET-ACQUIS THEN
             ADD 1                         TO w-qua-nbr
           END-IF
           IF TLMPRO-QDECIDEUR-ACQUIS THEN
             ADD 1                         TO w-qua-nbr
           END-IF
           IF TLMPRO-QBESOIN-ACQUIS THEN
             ADD 1                         TO w-qua-nbr
           END-IF
           IF TLMPRO-QDELAI-ACQUIS THEN
             ADD 1                         TO w-qua-nbr
           END-IF
           IF (w-qua-masque (1 : 1) = 'O'
               AND NOT TLMPRO-QBUDGET-ACQUIS)
              OR (w-qua-masque (2 : 1) = 'O'
               AND NOT TLMPRO-QDECIDEUR-ACQUIS)
              OR (w-qua-masque (3 : 1) = 'O'
               AND NOT TLMPRO-QBESOIN-ACQUIS)
              OR (w-qua-masque (4 : 1) = 'O'
               AND NOT TLMPRO-QDELAI-ACQUIS)
              OR w-qua-nbr < w-qua-min THEN
             SET w-qua-sous-oui            TO TRUE
           END-IF
           .

      *****************************************************************
      * Edition d'un prospect, precedee de l'entete du charge de
      * compte au premier prospect de celui-ci. Un critere non
      * renseigne est edite '.'.
      *****************************************************************
       EDITE-PROSPECT.
           IF tlmpro-commercial NOT = w-com-prec THEN
             PERFORM EDITE-COMMERCIAL
           END-IF
           ADD 1                           TO w-cpt-edite
           MOVE SPACES                     TO w-det
           MOVE tlmpro-id                  TO w-det-id
           MOVE tlmpro-nom                 TO w-det-nom
           MOVE tlmpro-qdtval              TO w-det-qdtval
           MOVE tlmpro-qbudget             TO w-det-qbudget
           MOVE tlmpro-qdecideur           TO w-det-qdecideur
           MOVE tlmpro-qbesoin             TO w-det-qbesoin
           MOVE tlmpro-qdelai              TO w-det-qdelai
           INSPECT w-det-qbudget   REPLACING ALL SPACE BY '.'
           INSPECT w-det-qdecideur REPLACING ALL SPACE BY '.'
           INSPECT w-det-qbesoin   REPLACING ALL SPACE BY '.'
           INSPECT w-det-qdelai    REPLACING ALL SPACE BY '.'
           IF w-qua-sous-oui THEN
             ADD 1                         TO w-cpt-sous
             MOVE '  *'                    TO w-det-sous
           END-IF
           MOVE w-det                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

       EDITE-COMMERCIAL.
           MOVE tlmpro-commercial          TO w-com-prec
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'CHARGE DE COMPTE <'          DELIMITED SIZE
             tlmpro-commercial             DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-com-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-titre                    TO w-enr-log
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
      * Entete de l'edition
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   QUALIFICATIONS DEVENUES INCOMPLETES          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -----------------------------------          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Jeu minimal exige (B/D/N/H, nombre) : <'
                                           DELIMITED SIZE
             w-qua-masque (1 : 4)          DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-qua-min                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture du log
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
           MOVE w-cpt-ancien           TO w-rap-ancien-nbr
           MOVE w-rap-ancien           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-edite            TO w-rap-edite-nbr
           MOVE w-rap-edite            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sous             TO w-rap-sous-nbr
           MOVE w-rap-sous             TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM147.
