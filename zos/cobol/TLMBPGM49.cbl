      *    LE CHARGE DE COMPTE EMPORTE EN VISITE SANS DEMANDER TROIS
      *    REQUETES A L'INFORMATIQUE :
      *       - LA FICHE TLMPRO (ADRESSE, STADE, SECTEUR, CHARGE DE
      *         COMPTE, SIRET) VIA TLMPPRO1, AVEC LA NOTATION DU
      *         RISQUE DE CREDIT DE SON SIREN (TLMPRSQ1) ET LE
      *         COMPTE CLIENT DE LA FACTURATION (OU L'ETAT DE
      *         L'OUVERTURE DE COMPTE EN COURS, CF. TLMOFA) ;
      *       - CHAQUE CONTACT ACTIF AVEC FONCTION, OPPOSITION ET
      *         INDICATEUR DE CONTACT PRINCIPAL (TLMPCON2), SUIVI DE
      *         L'HISTORIQUE DE SA NOTE (NOTEHIST/NOTENEXT, TROIS
      *         VERSIONS AU PLUS) ;
      *       - LES AFFAIRES EN COURS (TLMPAFF9) AVEC LEUR CENTRE
      *         D'ACHAT : CONTACTS RATTACHES ET ROLE DE CHACUN
      *         (DECIDEUR, BLOQUEUR, ACHATS...) VIA TLMPROL1 ; LES
      *         MONTANTS HORS EURO SONT SUIVIS DE LEUR CONTRE-VALEUR
      *         EN EUROS AU DERNIER COURS CONNU (TLMCHG), DATE DU
      *         COURS INDIQUEE EN TETE DE SECTION ;
      *       - LES DOCUMENTS INDEXES DANS LA GED (TLMDOC : TYPE,
      *         DATES, ECHEANCE DEPASSEE, REFERENCE D'ARCHIVE) ET LES
      *         PIECES OBLIGATOIRES (TLMTDO) MANQUANTES OU EXPIREES
      *         QUI BLOQUENT LE PASSAGE CLIENT (TLMPDOC1) ;
      *       - LES DERNIERS CHANGEMENTS AUDITES (TLMPROH PUIS
      *         TLMCONH, DIX CLICHES AU PLUS CHACUN) AVEC OPERATION,
      *         DATE, ORIGINE ET RANG DE LA LIGNE DE PILOTAGE (PILSEQ)
       77 w-npr-dtnote                   PIC   X(26).
       77 w-npr-auteur                   PIC   X(12).
       77 w-npr-note                     PIC   X(80).
      *    Affaires en cours du prospect et leur centre d'achat
      *    (cf. EDITE-AFFAIRES)
       01 w-fin-aff                      PIC   9.
           88 w-fin-aff-oui                      VALUE 1.
           88 w-fin-aff-non                      VALUE 0.
       77 w-aff-montant                  PIC   ZZZZZZZZ9.99.
      *    Contre-valeur en euros des affaires hors euro, au cours du
      *    dernier jour de cotation connu a la date du jour (TLMCHG,
      *    cf. LIT-DATE-COURS et CONVERTIT-AFFAIRE)
       77 w-date-jour                    PIC   X(08).
       77 w-date-cours                   PIC   X(08).
       77 w-aff-devise                   PIC   X(03).
       77 w-aff-taux                     PIC  S9(5)V9(6) COMP-3.
       77 w-aff-mnt-eur                  PIC  S9(9)V99 COMP-3.
       77 w-aff-mnt-eur-aff              PIC   ZZZZZZZZ9.99.
       77 w-rol-lib                      PIC   X(12).
      *    Ouverture de compte facturation en cours (TLMOFA)
       77 w-ofa-statut                   PIC   X(01).
       77 w-ofa-dtemis                   PIC   X(08).
       77 w-ofa-motif                    PIC   X(60).
      *    Index documentaire du prospect (TLMDOC) et pieces
      *    obligatoires a fournir (cf. EDITE-DOCUMENTS)
       01 w-fin-doc                      PIC   9.
           88 w-fin-doc-oui                      VALUE 1.
           88 w-fin-doc-non                      VALUE 0.
       77 w-doc-typdoc                   PIC   X(03).
       77 w-doc-refarch                  PIC   X(30).
       77 w-doc-affid                    PIC   X(06).
       77 w-doc-dtdoc                    PIC   X(08).
       77 w-doc-dtexp                    PIC   X(08).
       77 w-doc-etat                     PIC   X(06).
       77 w-doc-nbr                      PIC  S9(03) COMP-3.
       77 w-doc-i                        PIC  S9(04) COMP.
       77 w-ptr-log                      PIC  S9(04) COMP.
      *    Clause COPY pour echange prog./ss-prog. avec les couches
      *    physiques
           COPY TLMCPIL.
           COPY TLMCPRO1 REPLACING ==:PROG:== BY ==cppro==.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon==.
           COPY TLMCADR6 REPLACING ==:PROG:== BY ==cpadr==.
           COPY TLMCAFF9 REPLACING ==:PROG:== BY ==cpaff==.
           COPY TLMCROL1 REPLACING ==:PROG:== BY ==cprol==.
           COPY TLMCRSQ1 REPLACING ==:PROG:== BY ==cprsq==.
           COPY TLMCDOC1 REPLACING ==:PROG:== BY ==cpdoc==.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
               ORDER BY DTNOTE
           END-EXEC.

      *****************************************************************
      * Curseur : documents du prospect dans l'index TLMDOC, par type
      * puis du plus recent au plus ancien
      *****************************************************************
           EXEC SQL
             DECLARE CURS-DOC CURSOR FOR
               SELECT TYPDOC, REFARCH, AFFID, DTDOC, DTEXP
               FROM TRAIN04.TLMDOC
               WHERE PROID = :w-pro-id
               ORDER BY TYPDOC, DTDOC DESC
           END-EXEC.

      *****************************************************************
      * Curseur : derniers cliches d'audit du prospect (TLMPROH)
      *****************************************************************
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           ACCEPT w-date-jour            FROM DATE YYYYMMDD
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           PERFORM LEC-DEMANDE
           .

      *****************************************************************
      * Date de cours retenue pour les contre-valeurs en euros : le
      * dernier jour de cotation charge dans TLMCHG a la date du jour
      * (espace si aucun cours n'est connu).
      *****************************************************************
       LIT-DATE-COURS.
           EXEC SQL
             SELECT COALESCE(MAX(DTCOURS), ' ')
               INTO :w-date-cours
               FROM TRAIN04.TLMCHG
               WHERE DTCOURS <= :w-date-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE COURS SQLCODE <' SQLCODE '>'
             MOVE SPACES                 TO w-date-cours
           END-IF
           .

       LEC-DEMANDE.
           READ demande
             AT END SET w-fin-fic-oui    TO TRUE
             PERFORM EDITE-NOTES-PRO
             PERFORM EDITE-ADRESSES
             PERFORM EDITE-CONTACTS
             PERFORM EDITE-AFFAIRES
             PERFORM EDITE-DOCUMENTS
             PERFORM EDITE-ARCHIVE-ACT
             PERFORM EDITE-AUDIT-PRO
             PERFORM EDITE-AUDIT-CON
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM EDITE-GROUPE-SIREN
           PERFORM EDITE-NOTATION
           PERFORM EDITE-FACTURATION
           .

      *****************************************************************
           END-IF
           .

      *****************************************************************
      * Notation du risque de credit du SIREN (TLMRSQ, chargee chaque
      * mois par TLMBPGM104) : note de 1 a 10, date, procedure
      * collective, notation precedente ; une notation en alerte est
      * signalee avec l'etat de l'accord du credit manager. Un SIRET
      * absent ou provisoire = pas de ligne.
      *****************************************************************
       EDITE-NOTATION.
           MOVE cppro-sor-lec-siret (1 : 9) TO cprsq-ent-lec-siren
           MOVE 'SELECT'                 TO tlmcpil-fct
           CALL 'TLMPRSQ1'               USING tlmcpil cprsq
           EVALUATE tlmcpil-rc
             WHEN '00'
               MOVE SPACES               TO w-enr-log
               STRING
                 '  Notation credit <'   DELIMITED SIZE
                 cprsq-sor-lec-note      DELIMITED SIZE
                 '/10> du <'             DELIMITED SIZE
                 cprsq-sor-lec-dtnote    DELIMITED SIZE
                 '> Proc. collective <'  DELIMITED SIZE
                 cprsq-sor-lec-procol    DELIMITED SIZE
                 '>'                     DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
               PERFORM ECRIT-LOG
               IF cprsq-sor-lec-noteprec NOT = 0 THEN
                 MOVE SPACES             TO w-enr-log
                 STRING
                   '    precedente <'    DELIMITED SIZE
                   cprsq-sor-lec-noteprec DELIMITED SIZE
                   '/10> du <'           DELIMITED SIZE
                   cprsq-sor-lec-dtnoteprec DELIMITED SIZE
                   '> Proc. collective <' DELIMITED SIZE
                   cprsq-sor-lec-procolprec DELIMITED SIZE
                   '>'                   DELIMITED SIZE
                   INTO w-enr-log
                 END-STRING
                 PERFORM ECRIT-LOG
               END-IF
               IF cprsq-sor-lec-alerte = 'O' THEN
                 MOVE SPACES             TO w-enr-log
                 IF cprsq-sor-lec-accord = 'O' THEN
                   STRING
                     '  ** ALERTE RISQUE CREDIT ** accord <'
                                         DELIMITED SIZE
                     cprsq-sor-lec-accordpar DELIMITED SIZE
                     '> le <'            DELIMITED SIZE
                     cprsq-sor-lec-dtaccord (1 : 10)
                                         DELIMITED SIZE
                     '>'                 DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
                 ELSE
                   STRING
                     '  ** ALERTE RISQUE CREDIT ** '
                                         DELIMITED SIZE
                     'accord credit manager attendu'
                                         DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
                 END-IF
                 PERFORM ECRIT-LOG
               END-IF
             WHEN '10'
               MOVE '  Notation credit : SIREN non note'
                                         TO w-enr-log
               PERFORM ECRIT-LOG
             WHEN '01'
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR NOTATION <' w-pro-id '> <'
                       tlmcpil-msg '>'
           END-EVALUATE
           .

      *****************************************************************
      * Compte client de la facturation (TLMPRO-COMPTEFAC) ; a defaut,
      * etat de l'ouverture de compte transmise (TLMOFA) : en attente
      * d'acquittement, rejetee avec le motif de la facturation, ou
      * escaladee. Ni compte ni ouverture = pas de ligne.
      *****************************************************************
       EDITE-FACTURATION.
           MOVE SPACES                   TO w-enr-log
           IF cppro-sor-lec-comptefac NOT = SPACES THEN
             STRING
               '  Compte facturation <'  DELIMITED SIZE
               cppro-sor-lec-comptefac   DELIMITED SIZE
               '>'                       DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             EXEC SQL
               SELECT STATUT, DTEMIS, MOTIF
                 INTO :w-ofa-statut, :w-ofa-dtemis, :w-ofa-motif
                 FROM TRAIN04.TLMOFA
                 WHERE PROID = :w-pro-id
             END-EXEC
             IF SQLCODE = 0 THEN
               EVALUATE w-ofa-statut
                 WHEN 'R'
                   STRING
                     '  Ouverture rejetee : '
                                         DELIMITED SIZE
                     w-ofa-motif         DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
                 WHEN 'X'
                   STRING
                     '  Ouverture de compte sans acquittement, '
                                         DELIMITED SIZE
                     'escaladee (emise le '
                                         DELIMITED SIZE
                     w-ofa-dtemis        DELIMITED SIZE
                     ')'                 DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
                 WHEN 'A'
                   CONTINUE
                 WHEN OTHER
                   STRING
                     '  Ouverture de compte emise le '
                                         DELIMITED SIZE
                     w-ofa-dtemis        DELIMITED SIZE
                     ', en attente de la facturation'
                                         DELIMITED SIZE
                     INTO w-enr-log
                   END-STRING
               END-EVALUATE
               IF w-enr-log NOT = SPACES THEN
                 PERFORM ECRIT-LOG
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Notes de prospect : annotations d'entreprise horodatees et
      * signees (TLMNOT), listees chronologiquement. Aucune note =
           END-IF
           .

      *****************************************************************
      * Affaires en cours du prospect (TLMPAFF9, fct LISTBYPRO), et
      * pour chacune son centre d'achat (TLMPROL1, fct LISTBYAFF) :
      * les contacts rattaches avec leur role, decideurs en tete.
      * Aucune affaire en cours = pas de section.
      *****************************************************************
       EDITE-AFFAIRES.
           SET w-fin-aff-non             TO TRUE
           MOVE w-pro-id                 TO cpaff-ent-lst-proid
           MOVE 'LISTBYPRO'              TO tlmcpil-fct
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
           IF tlmcpil-rc = '00' THEN
             MOVE ' '                    TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'AFFAIRES EN COURS ET CENTRE D''ACHAT'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE '--------------------------------------------'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
             IF w-date-cours = SPACES THEN
               MOVE '  (montants en devise, aucun cours de change)'
                                         TO w-enr-log
             ELSE
               STRING
                 '  (montants en devise, contre-valeur en euros au '
                                         DELIMITED SIZE
                 'cours du '             DELIMITED SIZE
                 w-date-cours            DELIMITED SIZE
                 ')'                     DELIMITED SIZE
                 INTO w-enr-log
               END-STRING
             END-IF
             PERFORM ECRIT-LOG
           ELSE
             SET w-fin-aff-oui           TO TRUE
           END-IF
           PERFORM EDITE-UNE-AFFAIRE     UNTIL w-fin-aff-oui
           .

       EDITE-UNE-AFFAIRE.
           MOVE cpaff-sor-lst-montant    TO w-aff-montant
           MOVE SPACES                   TO w-enr-log
           STRING
             '  <'                       DELIMITED SIZE
             cpaff-sor-lst-id            DELIMITED SIZE
             '> '                        DELIMITED SIZE
             cpaff-sor-lst-libelle (1 : 35) DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-aff-montant               DELIMITED SIZE
             ' '                         DELIMITED SIZE
             cpaff-sor-lst-devise        DELIMITED SIZE
             ' '                         DELIMITED SIZE
             cpaff-sor-lst-dtclose       DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF cpaff-sor-lst-devise NOT = 'EUR'
           AND cpaff-sor-lst-devise NOT = SPACES THEN
             PERFORM CONVERTIT-AFFAIRE
           END-IF
           MOVE cpaff-sor-lst-id         TO cprol-ent-lst-affid
           MOVE 'LISTBYAFF'              TO tlmcpil-fct
           CALL 'TLMPROL1'               USING tlmcpil cprol
           IF tlmcpil-rc NOT = '00' THEN
             MOVE '      (aucun contact rattache)'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-UN-ROLE         UNTIL tlmcpil-rc NOT = '00'
      *    affaire suivante de la liste
           MOVE 'LISTNEXT'               TO tlmcpil-fct
           CALL 'TLMPAFF9'               USING tlmcpil cpaff
           IF tlmcpil-rc NOT = '00' THEN
             SET w-fin-aff-oui           TO TRUE
           END-IF
           .

      *****************************************************************
      * Documents du prospect indexes dans la GED (TLMDOC), echeance
      * depassee signalee, puis pieces obligatoires manquantes ou
      * expirees (TLMPDOC1, fct CONTROLE ; une piece expiree est
      * suivie de '(exp.)'). Ni document ni piece a fournir = pas de
      * section.
      *****************************************************************
       EDITE-DOCUMENTS.
           MOVE 0                        TO w-doc-nbr
           MOVE w-pro-id                 TO cpdoc-ent-ctl-id
           MOVE 'CONTROLE'               TO tlmcpil-fct
           CALL 'TLMPDOC1'               USING tlmcpil cpdoc
           IF tlmcpil-rc = '00' THEN
             COMPUTE w-doc-nbr = cpdoc-sor-ctl-nbmanq
                               + cpdoc-sor-ctl-nbexp
           ELSE
             DISPLAY 'MET-ERR PIECES <' w-pro-id '> <'
                     tlmcpil-msg '>'
           END-IF
           EXEC SQL
             OPEN CURS-DOC
           END-EXEC
           SET w-fin-doc-non             TO TRUE
           PERFORM LEC-DOC
           IF w-fin-doc-non OR w-doc-nbr > 0 THEN
             MOVE ' '                    TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'DOCUMENTS (GED) ET PIECES OBLIGATOIRES'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE '--------------------------------------------'
                                         TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-UN-DOC          UNTIL w-fin-doc-oui
           EXEC SQL
             CLOSE CURS-DOC
           END-EXEC
           IF w-doc-nbr > 0 THEN
             MOVE SPACES                 TO w-enr-log
             MOVE 1                      TO w-ptr-log
             STRING
               '  PIECES A FOURNIR :'    DELIMITED SIZE
               INTO w-enr-log
               WITH POINTER w-ptr-log
             END-STRING
             PERFORM AJOUTE-PIECE
               VARYING w-doc-i FROM 1 BY 1
               UNTIL w-doc-i > 10
                  OR cpdoc-sor-ctl-typdoc (w-doc-i) = SPACES
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-DOC.
           EXEC SQL
             FETCH CURS-DOC
               INTO :w-doc-typdoc, :w-doc-refarch, :w-doc-affid,
                    :w-doc-dtdoc, :w-doc-dtexp
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-fin-doc-oui           TO TRUE
           END-IF
           .

       EDITE-UN-DOC.
           MOVE SPACES                   TO w-doc-etat
           IF w-doc-dtexp = SPACES THEN
             MOVE 'sans'                 TO w-doc-dtexp
           ELSE
             IF w-doc-dtexp < w-date-jour THEN
               MOVE 'EXPIRE'             TO w-doc-etat
             END-IF
           END-IF
           MOVE SPACES                   TO w-enr-log
           STRING
             '  '                        DELIMITED SIZE
             w-doc-typdoc                DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-doc-dtdoc                 DELIMITED SIZE
             ' -> '                      DELIMITED SIZE
             w-doc-dtexp                 DELIMITED SIZE
             ' '                         DELIMITED SIZE
             w-doc-etat                  DELIMITED SIZE
             ' <'                        DELIMITED SIZE
             w-doc-refarch               DELIMITED SPACE
             '>'                         DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           IF w-doc-affid NOT = SPACES THEN
             MOVE ' aff <'               TO w-enr-log (67 : 6)
             MOVE w-doc-affid            TO w-enr-log (73 : 6)
             MOVE '>'                    TO w-enr-log (79 : 1)
           END-IF
           PERFORM ECRIT-LOG
           PERFORM LEC-DOC
           .

       AJOUTE-PIECE.
           IF cpdoc-sor-ctl-etat (w-doc-i) = 'E' THEN
             STRING
               ' '                       DELIMITED SIZE
               cpdoc-sor-ctl-typdoc (w-doc-i)
                                         DELIMITED SPACE
               '(exp.)'                  DELIMITED SIZE
               INTO w-enr-log
               WITH POINTER w-ptr-log
             END-STRING
           ELSE
             STRING
               ' '                       DELIMITED SIZE
               cpdoc-sor-ctl-typdoc (w-doc-i)
                                         DELIMITED SPACE
               INTO w-enr-log
               WITH POINTER w-ptr-log
             END-STRING
           END-IF
           .

      *****************************************************************
      * Contre-valeur en euros d'une affaire hors euro : montant divise
      * par le cours de sa devise a la date de cours retenue.
      *****************************************************************
       CONVERTIT-AFFAIRE.
           MOVE cpaff-sor-lst-devise     TO w-aff-devise
           MOVE 0                        TO w-aff-taux
           IF w-date-cours NOT = SPACES THEN
             EXEC SQL
               SELECT TAUX
                 INTO :w-aff-taux
                 FROM TRAIN04.TLMCHG
                 WHERE DEVISE  = :w-aff-devise
                   AND DTCOURS = :w-date-cours
             END-EXEC
             IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR COURS <' w-aff-devise '> SQLCODE <'
                       SQLCODE '>'
             END-IF
             IF SQLCODE NOT = 0 THEN
               MOVE 0                    TO w-aff-taux
             END-IF
           END-IF
           MOVE SPACES                   TO w-enr-log
           IF w-aff-taux = 0 THEN
             STRING
               '      contre-valeur : pas de cours '
                                         DELIMITED SIZE
               w-aff-devise              DELIMITED SIZE
               ' au '                    DELIMITED SIZE
               w-date-cours              DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           ELSE
             COMPUTE w-aff-mnt-eur ROUNDED =
                 cpaff-sor-lst-montant / w-aff-taux
             MOVE w-aff-mnt-eur          TO w-aff-mnt-eur-aff
             STRING
               '      contre-valeur : '  DELIMITED SIZE
               w-aff-mnt-eur-aff         DELIMITED SIZE
               ' EUR'                    DELIMITED SIZE
               INTO w-enr-log
             END-STRING
           END-IF
           PERFORM ECRIT-LOG
           .

       EDITE-UN-ROLE.
           EVALUATE cprol-sor-lst-role
             WHEN 'D'   MOVE 'Decideur'     TO w-rol-lib
             WHEN 'I'   MOVE 'Influenceur'  TO w-rol-lib
             WHEN 'U'   MOVE 'Utilisateur'  TO w-rol-lib
             WHEN 'A'   MOVE 'Achats'       TO w-rol-lib
             WHEN 'B'   MOVE 'Bloqueur'     TO w-rol-lib
             WHEN OTHER MOVE cprol-sor-lst-role TO w-rol-lib
           END-EVALUATE
           MOVE SPACES                   TO w-enr-log
           STRING
             '      '                    DELIMITED SIZE
             w-rol-lib                   DELIMITED SIZE
             ': <'                       DELIMITED SIZE
             cprol-sor-lst-conid         DELIMITED SIZE
             '> '                        DELIMITED SIZE
             cprol-sor-lst-nom (1 : 25)  DELIMITED SIZE
             ' '                         DELIMITED SIZE
             cprol-sor-lst-prenom (1 : 20) DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE 'LISTNEXT'               TO tlmcpil-fct
           CALL 'TLMPROL1'               USING tlmcpil cprol
           .

      *****************************************************************
      * Historique de la note du contact en cours (NOTEHIST/NOTENEXT,
      * trois versions au plus, de la plus ancienne a la plus
