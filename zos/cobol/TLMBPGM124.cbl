      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SEGMENTATION DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM124
      * DESCRIPTION      : RAPPORT MENSUEL DU PIPELINE ET DE LA
      *    TRANSFORMATION PAR SECTION D'ACTIVITE NAF, POUR LE
      *    MARKETING. LES PROSPECTS ACTIFS SONT RATTACHES A LA SECTION
      *    DE LEUR CODE NAF (TLMPRO-NAF) PAR LE REFERENTIEL TLMNAF
      *    (CHARGE PAR TLMBPGM122) ; UNE LIGNE PAR SECTION :
      *       - NOMBRE DE PROSPECTS PAR STADE : NOUVEAUX LEADS 'N',
      *         QUALIFIES 'Q', CLIENTS 'C', PERDUS 'P' ;
      *       - PIPELINE OUVERT : NOMBRE D'AFFAIRES ACTIVES DE TLMAFF
      *         (STATUT 'A') DE CES PROSPECTS ;
      *       - TAUX DE TRANSFORMATION : CLIENTS / (CLIENTS + PERDUS),
      *         SOIT LA PART GAGNEE DES PROSPECTS DONT LE CYCLE DE
      *         VENTE EST TRANCHE ('-' SI AUCUN) ;
      *       - CUMULS, TOUTES SECTIONS CONFONDUES.
      *    UN PROSPECT SANS CODE NAF EST REGROUPE SOUS '(NON
      *    RENSEIGNE)', UN CODE ABSENT DU REFERENTIEL SOUS '(HORS
      *    REF)'. LE TAUX DE RENSEIGNEMENT DU CODE NAF EST INDIQUE EN
      *    FIN D'EDITION.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM124.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200608.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (rapport par section)
           SELECT log     ASSIGN TO JOURNAUX
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
      *    Codes d'etat des fichiers
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur
       01 w-eot-sec                      PIC   9.
           88 w-eot-sec-oui                      VALUE 1.
           88 w-eot-sec-non                      VALUE 0.
      *    Ligne courante du curseur par section : lettre de section
      *    ('-' code NAF non renseigne, '?' code hors referentiel),
      *    libelle, prospects par stade, affaires actives
       01 w-sec-code                     PIC   X(01).
       01 w-sec-lib                      PIC   X(60).
       01 w-sec-nouveau                  PIC  S9(07) COMP.
       01 w-sec-qualifie                 PIC  S9(07) COMP.
       01 w-sec-client                   PIC  S9(07) COMP.
       01 w-sec-perdu                    PIC  S9(07) COMP.
       01 w-sec-affaire                  PIC  S9(07) COMP.
      *    Cumuls
       77 w-tot-nouveau                  PIC  S9(07) COMP-3.
       77 w-tot-qualifie                 PIC  S9(07) COMP-3.
       77 w-tot-client                   PIC  S9(07) COMP-3.
       77 w-tot-perdu                    PIC  S9(07) COMP-3.
       77 w-tot-affaire                  PIC  S9(07) COMP-3.
       77 w-tot-prospect                 PIC  S9(07) COMP-3.
       77 w-tot-sans-naf                 PIC  S9(07) COMP-3.
       77 w-cpt-section                  PIC  S9(07) COMP-3.
      *    Taux de transformation (ou de renseignement) en pourcentage
       01 w-taux                         PIC   9(03)V9.
       01 w-pct-aff                      PIC   ZZ9.9.
      *    Entete des colonnes et ligne de detail d'une section
       01 w-lig-tete.
           05 FILLER                      PIC   X(30) VALUE
                'S SECTION'.
           05 FILLER                      PIC   X(30) VALUE
                '  NOUV  QUAL  CLIE  PERD  AFF.'.
           05 FILLER                      PIC   X(10) VALUE
                '  TRANSF.'.
       01 w-lig-sec.
           05 w-lig-sec-code              PIC   X(01).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-sec-lib               PIC   X(28).
           05 w-lig-sec-nouveau           PIC   ZZZZZ9.
           05 w-lig-sec-qualifie          PIC   ZZZZZ9.
           05 w-lig-sec-client            PIC   ZZZZZ9.
           05 w-lig-sec-perdu             PIC   ZZZZZ9.
           05 w-lig-sec-affaire           PIC   ZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-lig-sec-taux              PIC   X(05).
           05 FILLER                      PIC   X(02) VALUE ' %'.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur par section NAF des prospects actifs : la sous-classe
      * du prospect donne sa section, la ligne de section de TLMNAF
      * son libelle ; les affaires actives sont comptees par prospect
      * avant le regroupement.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SECTION CURSOR FOR
               SELECT T.SEC, T.LIB,
                      SUM(CASE WHEN T.STADE = 'N' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.STADE = 'Q' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.STADE = 'C' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN T.STADE = 'P' THEN 1 ELSE 0 END),
                      SUM(T.NBAFF)
               FROM (SELECT CASE WHEN P.NAF = ' ' THEN '-'
                                 ELSE COALESCE(N.SECTION, '?')
                            END AS SEC,
                            CASE WHEN P.NAF = ' '
                                   THEN '(NON RENSEIGNE)'
                                 ELSE COALESCE(S.LIBELLE,
                                               '(HORS REF)')
                            END AS LIB,
                            P.STADE AS STADE,
                            COALESCE(A.NB, 0) AS NBAFF
                     FROM TRAIN04.TLMPRO P
                          LEFT OUTER JOIN TRAIN04.TLMNAF N
                            ON N.CODE   = P.NAF
                           AND N.NIVEAU = 'C'
                          LEFT OUTER JOIN TRAIN04.TLMNAF S
                            ON S.CODE   = N.SECTION
                           AND S.NIVEAU = 'S'
                          LEFT OUTER JOIN
                            (SELECT PROID, COUNT(*) AS NB
                               FROM TRAIN04.TLMAFF
                              WHERE STATUT = 'A'
                              GROUP BY PROID) AS A
                            ON A.PROID = P.ID
                     WHERE P.STATUT = 'A') AS T
               GROUP BY T.SEC, T.LIB
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, PIPELINE PAR SECTION D''ACTIVITE NAF'
           PERFORM INIT
           PERFORM EDITE-SECTIONS
           PERFORM EDITE-CUMUL
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du fichier et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-tot-nouveau
                                               w-tot-qualifie
                                               w-tot-client
                                               w-tot-perdu
                                               w-tot-affaire
                                               w-tot-prospect
                                               w-tot-sans-naf
                                               w-cpt-section
           PERFORM ENTETE
           .

      *****************************************************************
      * Une ligne par section portant au moins un prospect actif,
      * cumul au passage.
      *****************************************************************
       EDITE-SECTIONS.
           MOVE w-lig-tete                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-SECTION
           END-EXEC
           SET w-eot-sec-non               TO TRUE
           PERFORM LEC-SECTION
           PERFORM EDITE-LIGNE-SECTION     UNTIL w-eot-sec-oui
           EXEC SQL
             CLOSE CURS-SECTION
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-SECTION.
           EXEC SQL
             FETCH CURS-SECTION
               INTO :w-sec-code, :w-sec-lib,
                    :w-sec-nouveau, :w-sec-qualifie,
                    :w-sec-client, :w-sec-perdu,
                    :w-sec-affaire
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-sec-non             TO TRUE
           ELSE
             SET w-eot-sec-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-SECTION SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-SECTION.
           ADD 1                           TO w-cpt-section
           ADD w-sec-nouveau               TO w-tot-nouveau
           ADD w-sec-qualifie              TO w-tot-qualifie
           ADD w-sec-client                TO w-tot-client
           ADD w-sec-perdu                 TO w-tot-perdu
           ADD w-sec-affaire               TO w-tot-affaire
           IF w-sec-code = '-' THEN
             COMPUTE w-tot-sans-naf = w-sec-nouveau + w-sec-qualifie
                                    + w-sec-client + w-sec-perdu
           END-IF
           MOVE w-sec-code                 TO w-lig-sec-code
           MOVE w-sec-lib                  TO w-lig-sec-lib
           MOVE w-sec-nouveau              TO w-lig-sec-nouveau
           MOVE w-sec-qualifie             TO w-lig-sec-qualifie
           MOVE w-sec-client               TO w-lig-sec-client
           MOVE w-sec-perdu                TO w-lig-sec-perdu
           MOVE w-sec-affaire              TO w-lig-sec-affaire
           IF w-sec-client + w-sec-perdu > 0 THEN
             COMPUTE w-taux ROUNDED = w-sec-client * 100
                                  / (w-sec-client + w-sec-perdu)
             MOVE w-taux                   TO w-pct-aff
             MOVE w-pct-aff                TO w-lig-sec-taux
           ELSE
             MOVE '    -'                  TO w-lig-sec-taux
           END-IF
           MOVE w-lig-sec                  TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM LEC-SECTION
           .

      *****************************************************************
      * Cumuls, toutes sections confondues, et taux de renseignement
      * du code NAF sur les prospects actifs.
      *****************************************************************
       EDITE-CUMUL.
           MOVE SPACES                     TO w-lig-sec-code
           MOVE 'TOTAL'                    TO w-lig-sec-lib
           MOVE w-tot-nouveau              TO w-lig-sec-nouveau
           MOVE w-tot-qualifie             TO w-lig-sec-qualifie
           MOVE w-tot-client               TO w-lig-sec-client
           MOVE w-tot-perdu                TO w-lig-sec-perdu
           MOVE w-tot-affaire              TO w-lig-sec-affaire
           IF w-tot-client + w-tot-perdu > 0 THEN
             COMPUTE w-taux ROUNDED = w-tot-client * 100
                                  / (w-tot-client + w-tot-perdu)
             MOVE w-taux                   TO w-pct-aff
             MOVE w-pct-aff                TO w-lig-sec-taux
           ELSE
             MOVE '    -'                  TO w-lig-sec-taux
           END-IF
           MOVE w-lig-sec                  TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           COMPUTE w-tot-prospect = w-tot-nouveau + w-tot-qualifie
                                  + w-tot-client + w-tot-perdu
           IF w-tot-prospect > 0 THEN
             COMPUTE w-taux ROUNDED = (w-tot-prospect - w-tot-sans-naf)
                                    * 100 / w-tot-prospect
           ELSE
             MOVE 0                        TO w-taux
           END-IF
           MOVE w-taux                     TO w-pct-aff
           STRING
             'Prospects actifs portant un code NAF : '
                                           DELIMITED SIZE
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
           MOVE '|     PIPELINE PAR SECTION D''ACTIVITE NAF        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ---------------------------------          |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Transformation = clients / (clients + perdus).'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
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

       END PROGRAM TLMBPGM124.
