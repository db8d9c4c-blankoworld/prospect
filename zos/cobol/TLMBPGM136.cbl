      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : INDEX DOCUMENTAIRE DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM136
      * DESCRIPTION      : PROGRAMME BATCH QUOTIDIEN DE CHARGEMENT DU
      *    FICHIER DE LA GESTION ELECTRONIQUE DE DOCUMENTS (FORMAT
      *    TLMCGED1) DANS L'INDEX TLMDOC :
      *       - ACTION 'A' : DOCUMENT ARCHIVE, LA LIGNE DE MEME
      *         REFERENCE D'ARCHIVE EST CREEE OU REMPLACEE ;
      *       - ACTION 'S' : DOCUMENT RETIRE DE LA GED, LA LIGNE EST
      *         SUPPRIMEE DE L'INDEX.
      *    SANS ECHEANCE FOURNIE PAR LA GED, L'EXPIRATION EST LA DATE
      *    DU DOCUMENT AUGMENTEE DE LA VALIDITE DU TYPE (TLMTDO) ; UNE
      *    VALIDITE A ZERO LAISSE LE DOCUMENT SANS ECHEANCE.
      *    SONT ECARTES : LA REFERENCE A BLANC, L'ACTION INCONNUE, LE
      *    PROSPECT ABSENT OU INCONNU, L'AFFAIRE INCONNUE OU D'UN AUTRE
      *    PROSPECT, LE TYPE INCONNU DU REFERENTIEL (TLMBPGM135), LA
      *    DATE DE DOCUMENT INVALIDE OU FUTURE, L'ECHEANCE INVALIDE OU
      *    ANTERIEURE A LA DATE DU DOCUMENT ET LE RETRAIT D'UNE
      *    REFERENCE INCONNUE.
      *    L'INDEX EST LU PAR LE CONTROLE DU PASSAGE AU STADE CLIENT
      *    (TLMPPRO1) ET PAR LA TRANSMISSION DES OUVERTURES DE COMPTE
      *    (TLMBPGM53) : IL DOIT ETRE A JOUR AVANT EUX.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (RC 16, MEME PRINCIPE QUE TLMBPGM126).
      *    RC=4 SI AU MOINS UN MOUVEMENT ECARTE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM136.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200727.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier quotidien de la GED (DD GEDDOC)
           SELECT gedfic   ASSIGN TO GEDDOC
             FILE STATUS IS w-gedfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD gedfic RECORDING MODE F.
       COPY TLMCGED1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour l'index TLMDOC
           EXEC SQL
             INCLUDE DCLDOC
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le referentiel TLMTDO
           EXEC SQL
             INCLUDE DCLTDO
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-gedfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier GEDDOC
       01 w-eof-ged                      PIC   9.
           88 w-eof-ged-oui                      VALUE 1.
           88 w-eof-ged-non                      VALUE 0.
      *    Date du jour (AAAAMMJJ), borne de la date du document
       01 w-date-jour                    PIC   X(08).
      *    Date du document lue et ses composants, pour le controle
       01 w-date-doc                     PIC   X(08).
       01 FILLER REDEFINES w-date-doc.
           05 w-doc-aaaa                 PIC   9(04).
           05 w-doc-mm                   PIC   9(02).
           05 w-doc-jj                   PIC   9(02).
      *    Echeance lue et ses composants, pour le controle
       01 w-date-exp                     PIC   X(08).
       01 FILLER REDEFINES w-date-exp.
           05 w-exp-aaaa                 PIC   9(04).
           05 w-exp-mm                   PIC   9(02).
           05 w-exp-jj                   PIC   9(02).
      *    Date du document au format ISO pour le calcul de l'echeance
       01 w-dtdoc-iso.
           05 w-iso-aaaa                 PIC   X(04).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-mm                   PIC   X(02).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-jj                   PIC   X(02).
      *    Controles d'existence (TLMPRO, TLMAFF) ; le type est lu
      *    dans TLMTDO (validite)
       77 w-nb-pro                       PIC  S9(09) COMP.
       77 w-nb-aff                       PIC  S9(09) COMP.
       77 w-sql-tdo                      PIC  S9(09) COMP.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-cree                  PIC  S9(07) COMP-3.
           05 w-cpt-remplace              PIC  S9(07) COMP-3.
           05 w-cpt-retrait               PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de mouvements lus :                 '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-cree.
           05 FILLER                     PIC   X(43) VALUE
                'Documents indexes :                        '.
           05 w-rap-cree-nbr              PIC   ZZZZZZ9.
       01 w-rap-remplace.
           05 FILLER                     PIC   X(43) VALUE
                'Documents reindexes (meme reference) :     '.
           05 w-rap-remplace-nbr          PIC   ZZZZZZ9.
       01 w-rap-retrait.
           05 FILLER                     PIC   X(43) VALUE
                'Documents retires de l''index :             '.
           05 w-rap-retrait-nbr           PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Mouvements ecartes :                       '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DE L''INDEX DOCUMENTAIRE'
           PERFORM INIT
           PERFORM TRT-GED
           PERFORM VALIDATION
           PERFORM FIN
      *    Code retour : 16 = rien de valide, 4 = mouvements ecartes
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
           OPEN INPUT gedfic
           IF w-gedfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE GEDDOC <' w-gedfic '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-cree
                                              w-cpt-remplace
                                              w-cpt-retrait w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier de la GED.
      *****************************************************************
       TRT-GED.
           SET w-eof-ged-non                TO TRUE
           IF w-gedfic = '00' THEN
             PERFORM LEC-GED
           ELSE
             SET w-eof-ged-oui              TO TRUE
           END-IF
           PERFORM TRT-GED-ENR              UNTIL w-eof-ged-oui
           .

       LEC-GED.
           READ gedfic
             AT END     SET w-eof-ged-oui  TO TRUE
             NOT AT END SET w-eof-ged-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un mouvement : reference et action, puis pour un
      * archivage prospect present, date du document valide et non
      * future, echeance a blanc ou valide et non anterieure.
      *****************************************************************
       TRT-GED-ENR.
           ADD 1                           TO w-cpt-lec
           MOVE f-ged-dtdoc                TO w-date-doc
           MOVE f-ged-dtexp                TO w-date-exp
           EVALUATE TRUE
             WHEN f-ged-refarch = SPACES
               MOVE 'reference absente'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-ged-retrait
               PERFORM RETIRE-DOC
             WHEN NOT f-ged-archive
               MOVE 'action invalide'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-ged-pro-id = SPACES
               MOVE 'prospect absent'      TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-date-doc NOT NUMERIC
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-doc-mm < 1 OR w-doc-mm > 12
               OR w-doc-jj < 1 OR w-doc-jj > 31
               OR w-date-doc > w-date-jour
               MOVE 'date invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-date-exp = SPACES
               PERFORM CONTROLE-ARCHIVE
             WHEN w-date-exp NOT NUMERIC
               MOVE 'echeance invalide'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-exp-mm < 1 OR w-exp-mm > 12
               OR w-exp-jj < 1 OR w-exp-jj > 31
               OR w-date-exp < w-date-doc
               MOVE 'echeance invalide'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM CONTROLE-ARCHIVE
           END-EVALUATE
           PERFORM LEC-GED
           .

      *****************************************************************
      * Archivage : le prospect doit exister dans TLMPRO, l'affaire
      * eventuelle etre une affaire de ce prospect, le type etre
      * connu du referentiel TLMTDO.
      *****************************************************************
       CONTROLE-ARCHIVE.
           PERFORM CONTROLE-REFERENCES
           EVALUATE TRUE
             WHEN w-nb-pro = 0
               MOVE 'prospect inconnu'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-nb-aff = 0
               MOVE 'affaire inconnue'     TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-sql-tdo = 100
               MOVE 'type inconnu'         TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN w-sql-tdo NOT = 0
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMTDO <' tlmtdo-typdoc
                       '> SQLCODE <' w-sql-tdo '>'
               MOVE 16                     TO RETURN-CODE
             WHEN OTHER
               PERFORM ARCHIVE-DOC
           END-EVALUATE
           .

       CONTROLE-REFERENCES.
           MOVE 0                          TO w-nb-pro
           MOVE 1                          TO w-nb-aff
           MOVE f-ged-pro-id               TO tlmdoc-proid
           MOVE f-ged-aff-id               TO tlmdoc-affid
           MOVE f-ged-typdoc               TO tlmtdo-typdoc
           EXEC SQL
             SELECT COUNT(*)
             INTO   :w-nb-pro
             FROM   TRAIN04.TLMPRO
             WHERE  ID = :tlmdoc-proid
           END-EXEC
           IF tlmdoc-affid NOT = SPACES THEN
             EXEC SQL
               SELECT COUNT(*)
               INTO   :w-nb-aff
               FROM   TRAIN04.TLMAFF
               WHERE  ID    = :tlmdoc-affid
                 AND  PROID = :tlmdoc-proid
             END-EXEC
           END-IF
           EXEC SQL
             SELECT VALIDITE
             INTO   :tlmtdo-validite
             FROM   TRAIN04.TLMTDO
             WHERE  TYPDOC = :tlmtdo-typdoc
           END-EXEC
           MOVE SQLCODE                    TO w-sql-tdo
           .

      *****************************************************************
      * Document archive : la ligne de meme reference est remplacee,
      * a defaut creee. Sans echeance fournie, echeance calculee selon
      * la validite du type.
      *****************************************************************
       ARCHIVE-DOC.
           MOVE f-ged-refarch              TO tlmdoc-refarch
           MOVE f-ged-typdoc               TO tlmdoc-typdoc
           MOVE w-date-doc                 TO tlmdoc-dtdoc
           MOVE w-date-exp                 TO tlmdoc-dtexp
           IF tlmdoc-dtexp = SPACES AND tlmtdo-validite > 0 THEN
             PERFORM CALC-ECHEANCE
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMDOC
               SET PROID  = :tlmdoc-proid,
                   AFFID  = :tlmdoc-affid,
                   TYPDOC = :tlmdoc-typdoc,
                   DTDOC  = :tlmdoc-dtdoc,
                   DTEXP  = :tlmdoc-dtexp,
                   DTMAJ  = CURRENT TIMESTAMP
               WHERE REFARCH = :tlmdoc-refarch
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-remplace
             WHEN 100
               PERFORM INSERE-DOC
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR UPDATE TLMDOC <' tlmdoc-refarch
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

       INSERE-DOC.
           EXEC SQL
             INSERT INTO TRAIN04.TLMDOC (
                 REFARCH, PROID, AFFID, TYPDOC, DTDOC, DTEXP, DTMAJ)
               VALUES (
                 :tlmdoc-refarch, :tlmdoc-proid, :tlmdoc-affid,
                 :tlmdoc-typdoc, :tlmdoc-dtdoc, :tlmdoc-dtexp,
                 CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-cree
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR INSERT TLMDOC <' tlmdoc-refarch
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Echeance = date du document + validite du type en mois.
      *****************************************************************
       CALC-ECHEANCE.
           MOVE w-date-doc (1 : 4)         TO w-iso-aaaa
           MOVE w-date-doc (5 : 2)         TO w-iso-mm
           MOVE w-date-doc (7 : 2)         TO w-iso-jj
           EXEC SQL
             SELECT REPLACE(CHAR(DATE(:w-dtdoc-iso)
                                 + :tlmtdo-validite MONTHS,
                                 ISO), '-', '')
               INTO :tlmdoc-dtexp
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR CALCUL ECHEANCE <' tlmdoc-refarch
                     '> SQLCODE <' SQLCODE '>'
             MOVE SPACES                   TO tlmdoc-dtexp
           END-IF
           .

      *****************************************************************
      * Document retire de la GED : la ligne quitte l'index.
      *****************************************************************
       RETIRE-DOC.
           MOVE f-ged-refarch              TO tlmdoc-refarch
           EXEC SQL
             DELETE FROM TRAIN04.TLMDOC
               WHERE REFARCH = :tlmdoc-refarch
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-retrait
             WHEN 100
               MOVE 'reference inconnue'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR DELETE TLMDOC <' tlmdoc-refarch
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
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
             MOVE 0                        TO w-cpt-cree
                                              w-cpt-remplace
                                              w-cpt-retrait
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Rejet d'un mouvement : action et reference d'archive au
      * journal, motif pose par l'appelant en col.40.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-ged (1 : 31)             TO w-enr-log (8 : 31)
           MOVE '>'                        TO w-enr-log (39 : 1)
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
           MOVE '|     CHARGEMENT DE L''INDEX DOCUMENTAIRE (GED)   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ----------------------------------------   |'
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
           MOVE w-cpt-cree             TO w-rap-cree-nbr
           MOVE w-rap-cree             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-remplace         TO w-rap-remplace-nbr
           MOVE w-rap-remplace         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-retrait          TO w-rap-retrait-nbr
           MOVE w-rap-retrait          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE gedfic
           IF w-gedfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE GEDDOC <' w-gedfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM136.
