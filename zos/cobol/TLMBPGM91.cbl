      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : PIPELINE PAR FAMILLE DE PRODUITS
      * NOM DU PROGRAMME : TLMBPGM91
      * DESCRIPTION      : RAPPORT MENSUEL POUR LES CHEFS DE PRODUIT,
      *    VENTILE PAR FAMILLE DU REFERENTIEL DES LIGNES DE PRODUIT
      *    TLMLIG (CHARGE PAR TLMBPGM90) :
      *       - PIPELINE OUVERT : AFFAIRES ACTIVES DE TLMAFF (STATUT
      *         'A'), NOMBRE ET MONTANT ATTENDU ;
      *       - CHIFFRE SIGNE DU MOIS VISE : AFFAIRES GAGNEES (STATUT
      *         'G') DONT LA DATE DE CLOTURE REELLE TOMBE DANS LE
      *         MOIS, NOMBRE ET MONTANT SIGNE ;
      *       - CUMULS.
      *    UNE AFFAIRE SANS LIGNE DE PRODUIT, OU PORTANT UNE LIGNE
      *    ABSENTE DU REFERENTIEL (SAISIE ANTERIEURE AU CONTROLE DE
      *    TLMPAFF9), EST REGROUPEE SOUS '(HORS REF)'.
      *    LES MONTANTS SONT CONVERTIS EN EUROS AU COURS DU DERNIER
      *    JOUR DE COTATION CONNU A LA FIN DU MOIS VISE (TLMCHG), DATE
      *    INDIQUEE EN TETE, COMME TLMBPGM88 ; UNE AFFAIRE HORS EURO
      *    SANS COURS CE JOUR-LA EST COMPTEE SANS MONTANT ET SIGNALEE
      *    (RC 4).
      *    LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE MOIS
      *    (AAAAMM, DEFAUT = MOIS COURANT), COMME TLMBPGM88.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM91.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191210.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Fichier de journalisation (rapport par famille)
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
       01 w-eot-pip                      PIC   9.
           88 w-eot-pip-oui                      VALUE 1.
           88 w-eot-pip-non                      VALUE 0.
       01 w-eot-sig                      PIC   9.
           88 w-eot-sig-oui                      VALUE 1.
           88 w-eot-sig-non                      VALUE 0.
      *    Ligne courante des curseurs par famille
       01 w-fam-code                     PIC   X(10).
       01 w-fam-nb                       PIC  S9(07) COMP.
       01 w-fam-mnt                      PIC  S9(9)V99 COMP-3.
       01 w-fam-sans-cours               PIC  S9(07) COMP.
      *    Cumuls
       77 w-tot-nb-pip                   PIC  S9(07) COMP-3.
       77 w-tot-mnt-pip                  PIC  S9(11)V99 COMP-3.
       77 w-tot-nb-sig                   PIC  S9(07) COMP-3.
       77 w-tot-mnt-sig                  PIC  S9(11)V99 COMP-3.
       77 w-tot-sans-cours               PIC  S9(07) COMP-3.
      *    Formes affichables
       77 w-nb-aff                       PIC   ZZZZ9.
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
       77 w-tot-nb-aff                   PIC   ZZZZZZ9.
       77 w-tot-mnt-aff                  PIC   ZZZZZZZZZZ9.99.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur du pipeline ouvert par famille de produits, montant
      * converti en euros (devise a espace = euro) et nombre
      * d'affaires hors euro sans cours
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PIP-FAM CURSOR FOR
               SELECT COALESCE(L.FAMILLE, '(HORS REF)'),
                      COUNT(*),
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MONTANT
                        ELSE DECIMAL(A.MONTANT / C.TAUX, 11, 2)
                      END), 0),
                      SUM(CASE
                        WHEN A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN 1
                        ELSE 0
                      END)
               FROM TRAIN04.TLMAFF A
                    LEFT OUTER JOIN TRAIN04.TLMLIG L
                      ON L.CODE = A.LIGNE
                    LEFT OUTER JOIN TRAIN04.TLMCHG C
                      ON C.DEVISE = A.DEVISE
                     AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT = 'A'
               GROUP BY COALESCE(L.FAMILLE, '(HORS REF)')
               ORDER BY 1
           END-EXEC.

      *****************************************************************
      * Curseur du chiffre signe du mois par famille de produits,
      * converti en euros comme ci-dessus
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SIG-FAM CURSOR FOR
               SELECT COALESCE(L.FAMILLE, '(HORS REF)'),
                      COUNT(*),
                      COALESCE(SUM(CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          THEN A.MNTSIGNE
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END), 0),
                      SUM(CASE
                        WHEN A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN 1
                        ELSE 0
                      END)
               FROM TRAIN04.TLMAFF A
                    LEFT OUTER JOIN TRAIN04.TLMLIG L
                      ON L.CODE = A.LIGNE
                    LEFT OUTER JOIN TRAIN04.TLMCHG C
                      ON C.DEVISE = A.DEVISE
                     AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT = 'G'
                 AND SUBSTR(A.DTSIGN, 1, 6) = :w-mois
               GROUP BY COALESCE(L.FAMILLE, '(HORS REF)')
               ORDER BY 1
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, PIPELINE PAR FAMILLE DE PRODUITS'
           PERFORM INIT
           PERFORM EDITE-PIPELINE
           PERFORM EDITE-SIGNE
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
           MOVE 0                          TO w-tot-nb-pip
                                               w-tot-mnt-pip
                                               w-tot-nb-sig
                                               w-tot-mnt-sig
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
      * Pipeline ouvert : une ligne par famille portant au moins une
      * affaire active, cumul au passage.
      *****************************************************************
       EDITE-PIPELINE.
           MOVE 'PIPELINE OUVERT PAR FAMILLE (MONTANTS ATTENDUS, EUROS)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-PIP-FAM
           END-EXEC
           SET w-eot-pip-non               TO TRUE
           PERFORM LEC-PIP-FAM
           PERFORM EDITE-LIGNE-PIP         UNTIL w-eot-pip-oui
           EXEC SQL
             CLOSE CURS-PIP-FAM
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-PIP-FAM.
           EXEC SQL
             FETCH CURS-PIP-FAM
               INTO :w-fam-code, :w-fam-nb, :w-fam-mnt,
                    :w-fam-sans-cours
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-pip-non             TO TRUE
           ELSE
             SET w-eot-pip-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-PIP-FAM SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-PIP.
           ADD w-fam-nb                    TO w-tot-nb-pip
           ADD w-fam-mnt                   TO w-tot-mnt-pip
           ADD w-fam-sans-cours            TO w-tot-sans-cours
           MOVE w-fam-nb                   TO w-nb-aff
           MOVE w-fam-mnt                  TO w-mnt-aff
           STRING
             '<'                  DELIMITED SIZE
             w-fam-code           DELIMITED SIZE
             '> affaires '        DELIMITED SIZE
             w-nb-aff             DELIMITED SIZE
             ' attendu '          DELIMITED SIZE
             w-mnt-aff            DELIMITED SIZE
             ' EUR'               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-PIP-FAM
           .

      *****************************************************************
      * Chiffre signe du mois : une ligne par famille portant au
      * moins une affaire gagnee dans le mois, cumul au passage.
      *****************************************************************
       EDITE-SIGNE.
           MOVE 'CHIFFRE SIGNE DU MOIS PAR FAMILLE (EUROS)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-SIG-FAM
           END-EXEC
           SET w-eot-sig-non               TO TRUE
           PERFORM LEC-SIG-FAM
           PERFORM EDITE-LIGNE-SIG         UNTIL w-eot-sig-oui
           EXEC SQL
             CLOSE CURS-SIG-FAM
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

       LEC-SIG-FAM.
           EXEC SQL
             FETCH CURS-SIG-FAM
               INTO :w-fam-code, :w-fam-nb, :w-fam-mnt,
                    :w-fam-sans-cours
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-sig-non             TO TRUE
           ELSE
             SET w-eot-sig-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-SIG-FAM SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       EDITE-LIGNE-SIG.
           ADD w-fam-nb                    TO w-tot-nb-sig
           ADD w-fam-mnt                   TO w-tot-mnt-sig
           ADD w-fam-sans-cours            TO w-tot-sans-cours
           MOVE w-fam-nb                   TO w-nb-aff
           MOVE w-fam-mnt                  TO w-mnt-aff
           STRING
             '<'                  DELIMITED SIZE
             w-fam-code           DELIMITED SIZE
             '> gagnees  '        DELIMITED SIZE
             w-nb-aff             DELIMITED SIZE
             ' signe   '          DELIMITED SIZE
             w-mnt-aff            DELIMITED SIZE
             ' EUR'               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-SIG-FAM
           .

      *****************************************************************
      * Cumuls, toutes familles confondues.
      *****************************************************************
       EDITE-CUMUL.
           MOVE w-tot-nb-pip               TO w-tot-nb-aff
           MOVE w-tot-mnt-pip              TO w-tot-mnt-aff
           STRING
             'PIPELINE : affaires '  DELIMITED SIZE
             w-tot-nb-aff            DELIMITED SIZE
             ', attendu '            DELIMITED SIZE
             w-tot-mnt-aff           DELIMITED SIZE
             ' EUR'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-tot-nb-sig               TO w-tot-nb-aff
           MOVE w-tot-mnt-sig              TO w-tot-mnt-aff
           STRING
             'MOIS     : gagnees  '  DELIMITED SIZE
             w-tot-nb-aff            DELIMITED SIZE
             ', signe   '            DELIMITED SIZE
             w-tot-mnt-aff           DELIMITED SIZE
             ' EUR'                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-tot-sans-cours > 0 THEN
             MOVE w-tot-sans-cours         TO w-tot-nb-aff
             STRING
               'Affaires hors euro sans cours (montant non compte) '
                                     DELIMITED SIZE
               w-tot-nb-aff          DELIMITED SIZE
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
           MOVE '|     PIPELINE PAR FAMILLE DE PRODUITS           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     --------------------------------           |'
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

       END PROGRAM TLMBPGM91.
