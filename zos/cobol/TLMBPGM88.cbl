      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CHIFFRE D'AFFAIRES SIGNE
      * NOM DU PROGRAMME : TLMBPGM88
      * DESCRIPTION      : RAPPORT MENSUEL DU CHIFFRE D'AFFAIRES SIGNE,
      *    BATI SUR LES CLOTURES D'AFFAIRES DE TLMAFF (FONCTION CLOSE
      *    DE TLMPAFF9, LIGNES O AVEC ISSUE) DONT LA DATE DE CLOTURE
      *    REELLE (DTSIGN) TOMBE DANS LE MOIS VISE :
      *       - PAR COMMERCIAL (CHARGE DE COMPTE ACTUEL DU PROSPECT
      *         PORTEUR, TLMPRO.COMMERCIAL) : AFFAIRES GAGNEES ET
      *         MONTANT SIGNE, AFFAIRES PERDUES ET ABANDONNEES ;
      *       - PAR LIGNE DE PRODUIT (TLMAFF.LIGNE) : AFFAIRES
      *         GAGNEES ET MONTANT SIGNE ;
      *       - CUMUL DU MOIS.
      *    LES MONTANTS SIGNES SONT CONVERTIS EN EUROS AU COURS DU
      *    DERNIER JOUR DE COTATION CONNU A LA FIN DU MOIS VISE
      *    (TLMCHG), DATE INDIQUEE EN TETE ; UNE AFFAIRE GAGNEE HORS
      *    EURO SANS COURS CE JOUR-LA EST COMPTEE SANS MONTANT ET
      *    SIGNALEE (RC 4).
      *    COMPLETE TLMBPGM15, QUI NE DONNE QUE LE PIPELINE OUVERT.
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT), COMME TLMBPGM80.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM88.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191125.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Fichier de journalisation (rapport du chiffre signe)
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
      *    Date de reference des cours (dernier jour possible du mois
      *    vise) et date de cours retenue pour la conversion en euros
      *    (dernier jour de cotation connu de TLMCHG a cette date)
       01 w-date-ref.
           05 w-date-ref-mois            PIC   X(06).
           05 w-date-ref-jj              PIC   X(02) VALUE '31'.
       01 w-date-cours                   PIC   X(08).
      *    Fin de parcours des curseurs
       01 w-eot-com                      PIC   9.
           88 w-eot-com-oui                      VALUE 1.
           88 w-eot-com-non                      VALUE 0.
       01 w-eot-lig                      PIC   9.
           88 w-eot-lig-oui                      VALUE 1.
           88 w-eot-lig-non                      VALUE 0.
      *    Ligne courante du curseur par commercial
       01 w-com-code                     PIC   X(04).
       01 w-com-nb-gagne                 PIC  S9(07) COMP.
       01 w-com-mnt-signe                PIC  S9(9)V99 COMP-3.
       01 w-com-nb-perdu                 PIC  S9(07) COMP.
       01 w-com-nb-abandon               PIC  S9(07) COMP.
       01 w-com-sans-cours               PIC  S9(07) COMP.
      *    Ligne courante du curseur par ligne de produit
       01 w-lig-code                     PIC   X(10).
       01 w-lig-nb-gagne                 PIC  S9(07) COMP.
       01 w-lig-mnt-signe                PIC  S9(9)V99 COMP-3.
      *    Cumuls du mois
       77 w-tot-nb-gagne                 PIC  S9(07) COMP-3.
       77 w-tot-mnt-signe                PIC  S9(11)V99 COMP-3.
       77 w-tot-nb-perdu                 PIC  S9(07) COMP-3.
       77 w-tot-nb-abandon               PIC  S9(07) COMP-3.
       77 w-tot-sans-cours               PIC  S9(07) COMP-3.
      *    Formes affichables
       77 w-nbg-aff                      PIC   ZZZZ9.
       77 w-nbp-aff                      PIC   ZZZZ9.
       77 w-nba-aff                      PIC   ZZZZ9.
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
       77 w-tot-mnt-aff                  PIC   ZZZZZZZZZZ9.99.
       77 w-tot-nb-aff                   PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des clotures du mois par commercial du prospect
      * porteur : gagnees (nombre et montant signe en euros),
      * perdues et abandonnees, gagnees hors euro sans cours. Devise
      * a espace (affaire anterieure aux devises) = euro.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CLO-COM CURSOR FOR
               SELECT P.COMMERCIAL,
                      SUM(CASE WHEN A.STATUT = 'G' THEN 1 ELSE 0 END),
                      COALESCE(SUM(CASE
                        WHEN A.STATUT <> 'G' THEN 0
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MNTSIGNE
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END), 0),
                      SUM(CASE WHEN A.STATUT = 'P' THEN 1 ELSE 0 END),
                      SUM(CASE WHEN A.STATUT = 'B' THEN 1 ELSE 0 END),
                      SUM(CASE
                        WHEN A.STATUT = 'G'
                         AND A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN 1
                        ELSE 0
                      END)
               FROM TRAIN04.TLMAFF A
                 INNER JOIN TRAIN04.TLMPRO P
                   ON A.PROID = P.ID
                 LEFT OUTER JOIN TRAIN04.TLMCHG C
                   ON C.DEVISE = A.DEVISE
                  AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT IN ('G', 'P', 'B')
                 AND SUBSTR(A.DTSIGN, 1, 6) = :w-mois
               GROUP BY P.COMMERCIAL
               ORDER BY P.COMMERCIAL
           END-EXEC.

      *****************************************************************
      * Curseur des affaires gagnees du mois par ligne de produit,
      * montant signe converti en euros comme ci-dessus
      *****************************************************************
           EXEC SQL
             DECLARE CURS-CLO-LIG CURSOR FOR
               SELECT A.LIGNE, COUNT(*),
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MNTSIGNE
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END), 0)
               FROM TRAIN04.TLMAFF A
                 LEFT OUTER JOIN TRAIN04.TLMCHG C
                   ON C.DEVISE = A.DEVISE
                  AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT = 'G'
                 AND SUBSTR(A.DTSIGN, 1, 6) = :w-mois
               GROUP BY A.LIGNE
               ORDER BY A.LIGNE
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHIFFRE D''AFFAIRES SIGNE'
           PERFORM INIT
           PERFORM EDITE-PAR-COMMERCIAL
           PERFORM EDITE-PAR-LIGNE
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
           MOVE 0                          TO w-tot-nb-gagne
                                               w-tot-mnt-signe
                                               w-tot-nb-perdu
                                               w-tot-nb-abandon
                                               w-tot-sans-cours
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           STRING
             'Mois vise : '                DELIMITED SIZE
             w-mois                        DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-date-cours = SPACES THEN
             MOVE 'Aucun cours de change connu : euros seulement.'
                                           TO w-enr-log
           ELSE
             STRING
               'Montants convertis en euros au cours du '
                                           DELIMITED SIZE
               w-date-cours                DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Date de cours retenue pour la conversion en euros : le dernier
      * jour de cotation charge dans TLMCHG au plus tard en fin de
      * mois vise (espace si aucun cours n'est connu).
      *****************************************************************
       LIT-DATE-COURS.
           MOVE w-mois                     TO w-date-ref-mois
           EXEC SQL
             SELECT COALESCE(MAX(DTCOURS), ' ')
               INTO :w-date-cours
               FROM TRAIN04.TLMCHG
               WHERE DTCOURS <= :w-date-ref
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE COURS SQLCODE <' SQLCODE '>'
             MOVE SPACES                   TO w-date-cours
           END-IF
           .

      *****************************************************************
      * Edition par commercial : une ligne par charge de compte ayant
      * au moins une cloture dans le mois, cumul du mois au passage.
      *****************************************************************
       EDITE-PAR-COMMERCIAL.
           MOVE 'CLOTURES PAR COMMERCIAL (MONTANTS SIGNES, EUROS)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-CLO-COM
           END-EXEC
           SET w-eot-com-non               TO TRUE
           PERFORM LEC-CLO-COM
           PERFORM EDITE-LIGNE-COM         UNTIL w-eot-com-oui
           EXEC SQL
             CLOSE CURS-CLO-COM
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-CLO-COM.
           EXEC SQL
             FETCH CURS-CLO-COM
               INTO :w-com-code, :w-com-nb-gagne, :w-com-mnt-signe,
                    :w-com-nb-perdu, :w-com-nb-abandon,
                    :w-com-sans-cours
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-com-non             TO TRUE
           ELSE
             SET w-eot-com-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CLO-COM SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-COM.
           ADD w-com-nb-gagne              TO w-tot-nb-gagne
           ADD w-com-mnt-signe             TO w-tot-mnt-signe
           ADD w-com-nb-perdu              TO w-tot-nb-perdu
           ADD w-com-nb-abandon            TO w-tot-nb-abandon
           ADD w-com-sans-cours            TO w-tot-sans-cours
           MOVE w-com-nb-gagne             TO w-nbg-aff
           MOVE w-com-mnt-signe            TO w-mnt-aff
           MOVE w-com-nb-perdu             TO w-nbp-aff
           MOVE w-com-nb-abandon           TO w-nba-aff
           STRING
             '<'                  DELIMITED SIZE
             w-com-code           DELIMITED SIZE
             '> gagnees '         DELIMITED SIZE
             w-nbg-aff            DELIMITED SIZE
             ' signe '            DELIMITED SIZE
             w-mnt-aff            DELIMITED SIZE
             ' perdues '          DELIMITED SIZE
             w-nbp-aff            DELIMITED SIZE
             ' aband. '           DELIMITED SIZE
             w-nba-aff            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-CLO-COM
           .

      *****************************************************************
      * Edition par ligne de produit : affaires gagnees du mois et
      * montant signe (ligne a espace = non precisee).
      *****************************************************************
       EDITE-PAR-LIGNE.
           MOVE 'AFFAIRES GAGNEES PAR LIGNE DE PRODUIT (EUROS)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-CLO-LIG
           END-EXEC
           SET w-eot-lig-non               TO TRUE
           PERFORM LEC-CLO-LIG
           PERFORM EDITE-LIGNE-LIG         UNTIL w-eot-lig-oui
           EXEC SQL
             CLOSE CURS-CLO-LIG
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-CLO-LIG.
           EXEC SQL
             FETCH CURS-CLO-LIG
               INTO :w-lig-code, :w-lig-nb-gagne, :w-lig-mnt-signe
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-lig-non             TO TRUE
           ELSE
             SET w-eot-lig-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-CLO-LIG SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-LIG.
           IF w-lig-code = SPACES THEN
             MOVE '(AUCUNE)'               TO w-lig-code
           END-IF
           MOVE w-lig-nb-gagne             TO w-nbg-aff
           MOVE w-lig-mnt-signe            TO w-mnt-aff
           STRING
             '<'                  DELIMITED SIZE
             w-lig-code           DELIMITED SIZE
             '> gagnees '         DELIMITED SIZE
             w-nbg-aff            DELIMITED SIZE
             ' signe '            DELIMITED SIZE
             w-mnt-aff            DELIMITED SIZE
             ' EUR'               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-CLO-LIG
           .

      *****************************************************************
      * Cumul du mois, toutes lignes et tous commerciaux confondus.
      *****************************************************************
       EDITE-CUMUL.
           MOVE w-tot-nb-gagne             TO w-tot-nb-aff
           MOVE w-tot-mnt-signe            TO w-tot-mnt-aff
           STRING
             'MOIS : gagnees '    DELIMITED SIZE
             w-tot-nb-aff         DELIMITED SIZE
             ', chiffre signe '   DELIMITED SIZE
             w-tot-mnt-aff        DELIMITED SIZE
             ' EUR'               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-tot-nb-perdu             TO w-tot-nb-aff
           STRING
             'MOIS : perdues  '   DELIMITED SIZE
             w-tot-nb-aff         DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-tot-nb-abandon           TO w-tot-nb-aff
           STRING
             'MOIS : abandon. '   DELIMITED SIZE
             w-tot-nb-aff         DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-tot-sans-cours > 0 THEN
             MOVE w-tot-sans-cours         TO w-tot-nb-aff
             STRING
               'MOIS : gagnees hors euro sans cours (montant non '
                                  DELIMITED SIZE
               'compte) '         DELIMITED SIZE
               w-tot-nb-aff       DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE 4                        TO RETURN-CODE
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
           MOVE '|     CHIFFRE D''AFFAIRES SIGNE DU MOIS           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -----------------------------------        |'
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

       END PROGRAM TLMBPGM88.
