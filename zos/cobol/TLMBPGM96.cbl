      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : COMMISSIONS COMMERCIALES
      * NOM DU PROGRAMME : TLMBPGM96
      * DESCRIPTION      : CALCUL MENSUEL DES COMMISSIONS DES
      *    COMMERCIAUX SUR LES AFFAIRES GAGNEES (TLMAFF, STATUT 'G')
      *    DONT LA DATE DE CLOTURE REELLE (DTSIGN) TOMBE DANS LE MOIS
      *    VISE :
      *       - LE BENEFICIAIRE EST LE CHARGE DE COMPTE DU PROSPECT
      *         PORTEUR (TLMPRO.COMMERCIAL), SAUF SI UNE DELEGATION
      *         TLMDEL COUVRE LA DATE DE CLOTURE : LE DELEGATAIRE
      *         TOUCHE ALORS LA COMMISSION ;
      *       - LE TAUX EST CELUI DE LA GRILLE TLMTXC POUR LE GRADE DU
      *         BENEFICIAIRE (TLMCOM.GRADE) ET LA LIGNE DE PRODUIT DE
      *         L'AFFAIRE, A DEFAUT LE TAUX PAR DEFAUT DU GRADE ; SANS
      *         TAUX (GRADE NON ATTRIBUE, GRILLE INCOMPLETE) L'AFFAIRE
      *         EST EDITEE EN ANOMALIE, SANS COMMISSION ;
      *       - COMMISSION = MONTANT SIGNE X TAUX / 100, ARRONDIE AU
      *         CENTIME ;
      *       - LE MONTANT SIGNE EST CONVERTI EN EUROS AU COURS DU
      *         DERNIER JOUR DE COTATION CONNU A LA FIN DU MOIS VISE
      *         (TLMCHG), DATE INDIQUEE SUR LE RELEVE ; UNE AFFAIRE
      *         HORS EURO SANS COURS CE JOUR-LA EST EDITEE EN
      *         ANOMALIE, SANS COMMISSION NI BASE.
      *    EDITE UN RELEVE PAR COMMERCIAL (DD RELEVE) ET ECRIT LE
      *    FICHIER D'INTERFACE PAIE (DD PAIE, FORMAT TLMCPAI1 : ENTETE,
      *    UN DETAIL PAR COMMERCIAL COMMISSIONNE, FIN AVEC TOTAUX DE
      *    CONTROLE). LE MOIS VISE EST LU SUR LE FICHIER DE CONTROLE
      *    MOIS (AAAAMM, DEFAUT = MOIS COURANT), COMME TLMBPGM88.
      *    RC=4 SI DES AFFAIRES SONT RESTEES SANS TAUX OU SANS COURS
      *    DE CHANGE, RC=16 SI LA LECTURE DES AFFAIRES A ECHOUE
      *    (FICHIER PAIE INCOMPLET, A NE PAS TRANSMETTRE).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM96.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191216.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le mois vise (AAAAMM)
           SELECT moisfic ASSIGN TO MOIS
             FILE STATUS IS w-moisfic.
      *    Releves de commissions par commercial
           SELECT releve  ASSIGN TO RELEVE
             FILE STATUS IS w-releve.
      *    Fichier d'interface paie
           SELECT paie    ASSIGN TO PAIE
             FILE STATUS IS w-paie.
      *    Fichier de journalisation (compte-rendu du calcul)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD moisfic RECORDING MODE F.
       01 f-moisfic.
           05 f-mois-val                  PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD releve RECORDING MODE F.
       01 f-releve                       PIC   X(80).
       FD paie RECORDING MODE F.
       COPY TLMCPAI1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-moisfic                      PIC   X(02).
       01 w-releve                       PIC   X(02).
       01 w-paie                         PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Date du jour et mois vise
       01 w-date-jour.
           05 w-date-jour-aaaa            PIC  9(04).
           05 w-date-jour-mm              PIC  9(02).
           05 w-date-jour-jj              PIC  9(02).
       01 w-date-jour-num REDEFINES w-date-jour
                                         PIC   9(08).
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
      *    Fin de parcours du curseur des affaires gagnees
       01 w-eot-aff                      PIC   9.
           88 w-eot-aff-oui                      VALUE 1.
           88 w-eot-aff-non                      VALUE 0.
      *    Lecture des affaires en erreur : fichier paie incomplet
       01 w-err                          PIC   9.
           88 w-err-oui                          VALUE 1.
           88 w-err-non                          VALUE 0.
      *    Ligne courante du curseur des affaires gagnees
       01 w-aff-benef                    PIC   X(04).
       01 w-aff-titulaire                PIC   X(04).
       01 w-aff-id                       PIC   X(06).
       01 w-aff-ligne                    PIC   X(10).
       01 w-aff-dtsign                   PIC   X(08).
       01 w-aff-mntsigne                 PIC  S9(9)V99 COMP-3.
       01 w-aff-sans-cours               PIC   X(01).
           88 w-aff-sans-cours-oui               VALUE '*'.
      *    Commercial beneficiaire en cours (rupture)
       01 w-ben-code                     PIC   X(04).
       01 w-ben-nom                      PIC   X(35).
       01 w-ben-grade                    PIC   X(02).
       77 w-ben-nbaff                    PIC  S9(07) COMP-3.
       77 w-ben-base                     PIC  S9(11)V99 COMP-3.
       77 w-ben-commi                    PIC  S9(09)V99 COMP-3.
      *    Taux et commission de l'affaire courante
       01 w-taux                         PIC  S9(3)V99 COMP-3.
       01 w-commi                        PIC  S9(9)V99 COMP-3.
       01 w-taux-trouve                  PIC   9.
           88 w-taux-trouve-oui                  VALUE 1.
           88 w-taux-trouve-non                  VALUE 0.
      *    Totaux de controle du fichier paie
       77 w-tot-base                     PIC  S9(13)V99 COMP-3.
       77 w-tot-commi                    PIC  S9(11)V99 COMP-3.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-aff                   PIC  S9(07) COMP-3.
           05 w-cpt-deleg                 PIC  S9(07) COMP-3.
           05 w-cpt-sans-taux             PIC  S9(07) COMP-3.
           05 w-cpt-sans-cours            PIC  S9(07) COMP-3.
           05 w-cpt-ben                   PIC  S9(07) COMP-3.
           05 w-cpt-pai-det               PIC  S9(07) COMP-3.
       01 w-rap-aff.
           05 FILLER                     PIC   X(43) VALUE
                'Affaires gagnees du mois :                 '.
           05 w-rap-aff-nbr              PIC   ZZZBZZ9.
       01 w-rap-deleg.
           05 FILLER                     PIC   X(43) VALUE
                '  dont commissionnees a un delegataire :   '.
           05 w-rap-deleg-nbr            PIC   ZZZBZZ9.
       01 w-rap-sans-taux.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sans taux (anomalie, a regulariser):'.
           05 w-rap-sans-taux-nbr        PIC   ZZZBZZ9.
       01 w-rap-sans-cours.
           05 FILLER                     PIC   X(43) VALUE
                '  dont sans cours de change (a regulariser)'.
           05 w-rap-sans-cours-nbr       PIC   ZZZBZZ9.
       01 w-rap-ben.
           05 FILLER                     PIC   X(43) VALUE
                'Commerciaux edites (releves) :             '.
           05 w-rap-ben-nbr              PIC   ZZZBZZ9.
       01 w-rap-pai-det.
           05 FILLER                     PIC   X(43) VALUE
                'Details ecrits dans le fichier paie :      '.
           05 w-rap-pai-det-nbr          PIC   ZZZBZZ9.
      *    Formes affichables
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
       77 w-taux-aff                     PIC   ZZ9.99.
       77 w-commi-aff                    PIC   ZZZZZZZ9.99.
       77 w-nb-aff                       PIC   ZZZZ9.
       77 w-tot-mnt-aff                  PIC   ZZZZZZZZZZZZ9.99.
       77 w-tot-commi-aff                PIC   ZZZZZZZZZZ9.99.
      *    Lignes courantes a ecrire dans le releve et le log
       77 w-enr-rel                      PIC   X(80).
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des affaires gagnees du mois, avec le beneficiaire de
      * la commission : delegataire en titre a la date de cloture,
      * sinon charge de compte du prospect porteur. Trie par
      * beneficiaire pour la rupture. Montant signe en euros (devise
      * a espace = euro) ; sans cours de la devise, montant en devise
      * et marque '*'.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-AFF CURSOR FOR
               SELECT COALESCE(
                        (SELECT MIN(D.DELEGUE)
                           FROM TRAIN04.TLMDEL D
                           WHERE D.CODE = P.COMMERCIAL
                             AND A.DTSIGN BETWEEN D.DTDEBUT
                                              AND D.DTFIN),
                        P.COMMERCIAL) AS BENEF,
                      P.COMMERCIAL, A.ID, COALESCE(A.LIGNE, ' '),
                      A.DTSIGN,
                      CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          OR C.TAUX IS NULL THEN A.MNTSIGNE
                        ELSE DECIMAL(A.MNTSIGNE / C.TAUX, 11, 2)
                      END,
                      CASE
                        WHEN A.DEVISE NOT IN ('EUR', '   ')
                         AND C.TAUX IS NULL THEN '*'
                        ELSE ' '
                      END
               FROM TRAIN04.TLMAFF A
                 INNER JOIN TRAIN04.TLMPRO P
                   ON A.PROID = P.ID
                 LEFT OUTER JOIN TRAIN04.TLMCHG C
                   ON C.DEVISE = A.DEVISE
                  AND C.DTCOURS = :w-date-cours
               WHERE A.STATUT = 'G'
                 AND SUBSTR(A.DTSIGN, 1, 6) = :w-mois
               ORDER BY BENEF, A.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CALCUL DES COMMISSIONS COMMERCIALES'
           PERFORM INIT
           PERFORM TRT-AFFAIRES
           PERFORM ECRIT-PAIE-FIN
           PERFORM FIN
           EVALUATE TRUE
             WHEN w-err-oui
               MOVE 16                    TO RETURN-CODE
             WHEN w-cpt-sans-taux > 0
             WHEN w-cpt-sans-cours > 0
               MOVE 4                     TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, determination du mois vise, entete du
      * log et enregistrement d'entete du fichier paie.
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
           OPEN OUTPUT releve
           IF w-releve NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE RELEVE <' w-releve '>'
           END-IF
           OPEN OUTPUT paie
           IF w-paie NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PAIE <' w-paie '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-aff w-cpt-deleg
                                              w-cpt-sans-taux w-cpt-ben
                                              w-cpt-sans-cours
                                              w-cpt-pai-det
                                              w-tot-base w-tot-commi
           SET w-err-non                   TO TRUE
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
           MOVE SPACES                     TO f-pai
           SET f-pai-type-ent              TO TRUE
           MOVE w-mois                     TO f-pai-mois
           MOVE 'TLM'                      TO f-pai-ent-appli
           MOVE w-date-jour-num            TO f-pai-ent-date
           PERFORM ECRIT-PAIE
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
      * Parcours des affaires gagnees du mois, avec rupture par
      * commercial beneficiaire.
      *****************************************************************
       TRT-AFFAIRES.
           EXEC SQL
             OPEN CURS-AFF
           END-EXEC
           SET w-eot-aff-non               TO TRUE
           PERFORM LEC-AFF
           IF w-eot-aff-oui THEN
             MOVE '  (aucune affaire gagnee dans le mois)'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM TRT-BENEFICIAIRE        UNTIL w-eot-aff-oui
           EXEC SQL
             CLOSE CURS-AFF
           END-EXEC
           .

       LEC-AFF.
           EXEC SQL
             FETCH CURS-AFF
               INTO :w-aff-benef, :w-aff-titulaire, :w-aff-id,
                    :w-aff-ligne, :w-aff-dtsign, :w-aff-mntsigne,
                    :w-aff-sans-cours
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-aff-non             TO TRUE
           ELSE
             SET w-eot-aff-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-AFF SQLCODE <' SQLCODE '>'
               SET w-err-oui               TO TRUE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un commercial beneficiaire : entete de releve, ses affaires,
      * sous-total et detail du fichier paie.
      *****************************************************************
       TRT-BENEFICIAIRE.
           MOVE w-aff-benef                TO w-ben-code
           MOVE 0                          TO w-ben-nbaff w-ben-base
                                              w-ben-commi
           ADD 1                           TO w-cpt-ben
           PERFORM LIT-BENEFICIAIRE
           PERFORM EDITE-ENTETE-RELEVE
           PERFORM TRT-AFFAIRE
             UNTIL w-eot-aff-oui OR w-aff-benef NOT = w-ben-code
           PERFORM EDITE-TOTAL-RELEVE
           IF w-ben-commi > 0 THEN
             MOVE SPACES                   TO f-pai
             SET f-pai-type-det            TO TRUE
             MOVE w-mois                   TO f-pai-mois
             MOVE w-ben-code               TO f-pai-det-code
             MOVE w-ben-nom                TO f-pai-det-nom
             MOVE w-ben-nbaff              TO f-pai-det-nbaff
             MOVE w-ben-base               TO f-pai-det-base
             MOVE w-ben-commi              TO f-pai-det-commi
             PERFORM ECRIT-PAIE
             ADD 1                         TO w-cpt-pai-det
             ADD w-ben-base                TO w-tot-base
             ADD w-ben-commi               TO w-tot-commi
           END-IF
           .

      *****************************************************************
      * Nom et grade du beneficiaire ; inconnu de TLMCOM = sans grade,
      * ses affaires tombent en anomalie.
      *****************************************************************
       LIT-BENEFICIAIRE.
           EXEC SQL
             SELECT NOM, GRADE
               INTO :w-ben-nom, :w-ben-grade
               FROM TRAIN04.TLMCOM
               WHERE CODE = :w-ben-code
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE '(COMMERCIAL INCONNU DE TLMCOM)' TO w-ben-nom
             MOVE SPACES                   TO w-ben-grade
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR SELECT TLMCOM <' w-ben-code
                       '> SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Une affaire gagnee : taux, commission, ligne de releve. Sans
      * cours de change, ni base ni commission.
      *****************************************************************
       TRT-AFFAIRE.
           ADD 1                           TO w-cpt-aff
           ADD 1                           TO w-ben-nbaff
           IF w-aff-sans-cours-oui THEN
             SET w-taux-trouve-non         TO TRUE
           ELSE
             ADD w-aff-mntsigne            TO w-ben-base
             PERFORM CHERCHE-TAUX
           END-IF
           EVALUATE TRUE
             WHEN w-aff-sans-cours-oui
               MOVE 0                      TO w-taux w-commi
               ADD 1                       TO w-cpt-sans-cours
             WHEN w-taux-trouve-oui
               COMPUTE w-commi ROUNDED = w-aff-mntsigne * w-taux / 100
                 ON SIZE ERROR
                   DISPLAY 'MET-ERR COMMISSION HORS CAPACITE <'
                           w-aff-id '>'
                   MOVE 0                  TO w-commi
                   SET w-err-oui           TO TRUE
               END-COMPUTE
             WHEN OTHER
               MOVE 0                      TO w-taux w-commi
               ADD 1                       TO w-cpt-sans-taux
           END-EVALUATE
           ADD w-commi                     TO w-ben-commi
           PERFORM EDITE-LIGNE-RELEVE
           PERFORM LEC-AFF
           .

      *****************************************************************
      * Taux de la grille pour le grade du beneficiaire et la ligne de
      * produit de l'affaire, a defaut taux par defaut du grade.
      *****************************************************************
       CHERCHE-TAUX.
           SET w-taux-trouve-non           TO TRUE
           IF w-ben-grade NOT = SPACES THEN
             IF w-aff-ligne NOT = SPACES THEN
               EXEC SQL
                 SELECT TAUX INTO :w-taux
                   FROM TRAIN04.TLMTXC
                   WHERE GRADE = :w-ben-grade
                     AND LIGNE = :w-aff-ligne
               END-EXEC
               IF SQLCODE = 0 THEN
                 SET w-taux-trouve-oui     TO TRUE
               END-IF
             END-IF
             IF w-taux-trouve-non THEN
               EXEC SQL
                 SELECT TAUX INTO :w-taux
                   FROM TRAIN04.TLMTXC
                   WHERE GRADE = :w-ben-grade
                     AND LIGNE = ' '
               END-EXEC
               IF SQLCODE = 0 THEN
                 SET w-taux-trouve-oui     TO TRUE
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Releve : entete d'un commercial
      *****************************************************************
       EDITE-ENTETE-RELEVE.
           MOVE ALL '='                    TO w-enr-rel
           PERFORM ECRIT-RELEVE
           STRING
             'RELEVE DE COMMISSIONS - MOIS '   DELIMITED SIZE
             w-mois                            DELIMITED SIZE
             INTO w-enr-rel
           END-STRING
           PERFORM ECRIT-RELEVE
           STRING
             'Commercial : '               DELIMITED SIZE
             w-ben-code                    DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-ben-nom                     DELIMITED SIZE
             ' grade '                     DELIMITED SIZE
             w-ben-grade                   DELIMITED SIZE
             INTO w-enr-rel
           END-STRING
           PERFORM ECRIT-RELEVE
           IF w-date-cours NOT = SPACES THEN
             STRING
               'Montants en euros au cours du '
                                           DELIMITED SIZE
               w-date-cours                DELIMITED SIZE
               INTO w-enr-rel
             END-STRING
             PERFORM ECRIT-RELEVE
           END-IF
           MOVE ' '                        TO w-enr-rel
           PERFORM ECRIT-RELEVE
           MOVE
             'Affaire Ligne      Signee le Montant signe   Taux  Commis
      -      'sion'
                                           TO w-enr-rel
           PERFORM ECRIT-RELEVE
           MOVE ALL '-'                    TO w-enr-rel
           PERFORM ECRIT-RELEVE
           .

      *****************************************************************
      * Releve : une affaire (delegation ou absence de taux signalees
      * en fin de ligne)
      *****************************************************************
       EDITE-LIGNE-RELEVE.
           MOVE w-aff-mntsigne             TO w-mnt-aff
           MOVE w-taux                     TO w-taux-aff
           MOVE w-commi                    TO w-commi-aff
           STRING
             w-aff-id                      DELIMITED SIZE
             '  '                          DELIMITED SIZE
             w-aff-ligne                   DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-aff-dtsign                  DELIMITED SIZE
             '   '                         DELIMITED SIZE
             w-mnt-aff                     DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-taux-aff                    DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-commi-aff                   DELIMITED SIZE
             INTO w-enr-rel
           END-STRING
           EVALUATE TRUE
             WHEN w-aff-sans-cours-oui
               MOVE 'SANS COURS'           TO w-enr-rel (69 : 10)
             WHEN w-taux-trouve-non
               MOVE ' SANS TAUX'           TO w-enr-rel (69 : 10)
             WHEN OTHER
               IF w-aff-titulaire NOT = w-ben-code THEN
                 ADD 1                     TO w-cpt-deleg
                 STRING
                   ' DEL.'                 DELIMITED SIZE
                   w-aff-titulaire         DELIMITED SIZE
                   INTO w-enr-rel (69 : 10)
                 END-STRING
               END-IF
           END-EVALUATE
           PERFORM ECRIT-RELEVE
           .

      *****************************************************************
      * Releve : total du commercial
      *****************************************************************
       EDITE-TOTAL-RELEVE.
           MOVE ALL '-'                    TO w-enr-rel
           PERFORM ECRIT-RELEVE
           MOVE w-ben-nbaff                TO w-nb-aff
           MOVE w-ben-base                 TO w-tot-mnt-aff
           MOVE w-ben-commi                TO w-tot-commi-aff
           STRING
             'Total '                      DELIMITED SIZE
             w-nb-aff                      DELIMITED SIZE
             ' aff., signe '               DELIMITED SIZE
             w-tot-mnt-aff                 DELIMITED SIZE
             ', commission '               DELIMITED SIZE
             w-tot-commi-aff               DELIMITED SIZE
             INTO w-enr-rel
           END-STRING
           PERFORM ECRIT-RELEVE
           MOVE ' '                        TO w-enr-rel
           PERFORM ECRIT-RELEVE
           .

      *****************************************************************
      * Fichier paie : enregistrement de fin, totaux de controle
      *****************************************************************
       ECRIT-PAIE-FIN.
           MOVE SPACES                     TO f-pai
           SET f-pai-type-fin              TO TRUE
           MOVE w-mois                     TO f-pai-mois
           MOVE w-cpt-pai-det              TO f-pai-fin-nbdet
           MOVE w-tot-base                 TO f-pai-fin-base
           MOVE w-tot-commi                TO f-pai-fin-commi
           PERFORM ECRIT-PAIE
           .

      *****************************************************************
      * Ecritures dans le releve et le fichier paie, avec verification
      * du code d'etat.
      *****************************************************************
       ECRIT-RELEVE.
           WRITE f-releve                  FROM w-enr-rel
           IF w-releve NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE RELEVE <' w-releve '>'
           END-IF
           MOVE SPACES                     TO w-enr-rel
           .

       ECRIT-PAIE.
           WRITE f-pai
           IF w-paie NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PAIE <' w-paie '>'
             SET w-err-oui                 TO TRUE
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
           MOVE '|     CALCUL DES COMMISSIONS COMMERCIALES        |'
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
      * Compte-rendu final (totaux de controle repris du fichier paie)
      * et fermeture des fichiers
      *****************************************************************
       FIN.
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-aff              TO w-rap-aff-nbr
           MOVE w-rap-aff              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-deleg            TO w-rap-deleg-nbr
           MOVE w-rap-deleg            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-taux        TO w-rap-sans-taux-nbr
           MOVE w-rap-sans-taux        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-sans-cours       TO w-rap-sans-cours-nbr
           MOVE w-rap-sans-cours       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ben              TO w-rap-ben-nbr
           MOVE w-rap-ben              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pai-det          TO w-rap-pai-det-nbr
           MOVE w-rap-pai-det          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-tot-base             TO w-tot-mnt-aff
           STRING
             'Total paie, base signee : '  DELIMITED SIZE
             w-tot-mnt-aff                 DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE w-tot-commi            TO w-tot-commi-aff
           STRING
             'Total paie, commissions : '  DELIMITED SIZE
             w-tot-commi-aff               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-err-oui THEN
             MOVE 'FICHIER PAIE INCOMPLET, A NE PAS TRANSMETTRE.'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE releve
           IF w-releve NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE RELEVE <' w-releve '>'
           END-IF
           CLOSE paie
           IF w-paie NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PAIE <' w-paie '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM96.
