      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SEGMENTATION DES PROSPECTS
      * NOM DU PROGRAMME : TLMBPGM144
      * DESCRIPTION      : PROGRAMME BATCH MENSUEL DE RECHERCHE DE
      *    NOUVEAUX PROSPECTS DANS LE FICHIER OFFICIEL DES
      *    ETABLISSEMENTS (EXTRACTION DU REPERTOIRE SIRENE, DD ETABSIR,
      *    COPY TLMCETB1), RESTREINT A NOTRE CIBLE (DD CIBLE), UNE
      *    CARTE PAR CRITERE :
      *       - 'N' EN COL.1, CODE NAF EN COL.2-6 : DIVISION ('62') OU
      *         SOUS-CLASSE ('6201Z'), PRESENTE DANS TLMNAF ;
      *       - 'D' EN COL.1, DEPARTEMENT EN COL.2-4 : '75', '2A',
      *         '971'... ('20' VAUT POUR LES DEUX DEPARTEMENTS CORSES) ;
      *       - '*' EN COL.1 : COMMENTAIRE.
      *    IL FAUT AU MOINS UNE CARTE DE CHAQUE TYPE : SANS CIBLE, OU
      *    SUR UNE CARTE INVALIDE, RIEN N'EST PRODUIT (RC 16).
      *    UN ETABLISSEMENT ACTIF DE LA CIBLE DONT LE SIRET EST DEJA
      *    PORTE PAR UN PROSPECT DE TLMPRO, QUEL QUE SOIT SON STATUT
      *    (ACTIF, EN PROBATION, PURGE OU EXCLU), EST ECARTE ; LES
      *    AUTRES DEVIENNENT DES CANDIDATS, ECRITS SUR PILOTAGE EN
      *    LIGNES A (FORMAT TLMCPIL3, ENTETE '02' EMETTEUR TLMBP144,
      *    TRAILER) AVEC LE CODE NAF, LA TRANCHE D'EFFECTIF ET LA
      *    SOURCE D'ACQUISITION 'SIR' (A DECLARER DANS TLMSRC). LE
      *    PILOTAGE NE SACHANT PAS CREER UN PROSPECT SANS CONTACT, LA
      *    LIGNE PORTE UN CONTACT D'ACCUEIL, A REMPLACER PAR LE
      *    COMMERCIAL. CE PILOTAGE EST VERSE PAR TLMBPGM3 EN MODE
      *    PROBATION (STATUT 'E', CONFIRMATION PAR TLMBPGM85).
      *    LE COMPTE-RENDU EDITE LA PENETRATION DE LA CIBLE PAR SECTEUR
      *    COMMERCIAL (TLMSEC, PAR CODE POSTAL) ET DIVISION NAF : LES
      *    ETABLISSEMENTS QUI EXISTENT, CEUX QUE NOUS CONNAISSONS
      *    COMME PROSPECTS ACTIFS OU EN PROBATION, CEUX ECARTES
      *    (PURGES OU EXCLUS) ET LES NOUVEAUX CANDIDATS.
      *    LECTURE SEULE DE LA BASE. RC=4 SI AU MOINS UN
      *    ETABLISSEMENT REJETE OU SI LA TABLE DES CUMULS EST SATUREE ;
      *    RC=16 : PILOTAGE A NE PAS VERSER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM144.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200824.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Cartes de ciblage (codes NAF et departements)
           SELECT cible   ASSIGN TO CIBLE
             FILE STATUS IS w-cible.
      *    Extraction du repertoire des etablissements
           SELECT etabsir ASSIGN TO ETABSIR
             FILE STATUS IS w-etabsir.
      *    Candidats, au format pilotage TLMCPIL3
           SELECT pilote  ASSIGN TO PILOTAGE
             FILE STATUS IS w-pilote.
      *    Fichier de journalisation (rapport de penetration)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD cible RECORDING MODE F.
       01 f-cib.
           05 f-cib-type                  PIC  X(01).
           05 f-cib-code                  PIC  X(05).
           05 FILLER                      PIC  X(74).
       FD etabsir RECORDING MODE F.
       COPY TLMCETB1 REPLACING ==:PROG:== BY ==f==.
       FD pilote RECORDING MODE F.
       COPY TLMCPIL3 REPLACING ==:PROG:== BY ==p==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMNAF
           EXEC SQL
             INCLUDE DCLNAF
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMSEC
           EXEC SQL
             INCLUDE DCLSEC
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-cible                        PIC   X(02).
       01 w-etabsir                      PIC   X(02).
       01 w-pilote                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fins de fichier
       01 w-eof-cib                      PIC   9.
           88 w-eof-cib-oui                      VALUE 1.
           88 w-eof-cib-non                      VALUE 0.
       01 w-eof-etb                      PIC   9.
           88 w-eof-etb-oui                      VALUE 1.
           88 w-eof-etb-non                      VALUE 0.
      *    Table des cumuls saturee (signalee une seule fois)
       01 w-sature                       PIC   9.
           88 w-sature-oui                       VALUE 1.
           88 w-sature-non                       VALUE 0.
      *    Etablissement dans la cible ?
       01 w-cible-ok                     PIC   9.
           88 w-cible-ok-oui                     VALUE 1.
           88 w-cible-ok-non                     VALUE 0.
      *****************************************************************
      * Cible : codes NAF (longueur 2 = division, 5 = sous-classe) et
      * departements
      *****************************************************************
       01 w-cib-naf.
           05 w-cib-naf-nbr               PIC  S9(04) COMP.
           05 w-cib-naf-ent OCCURS 100.
               10 w-cib-naf-code          PIC  X(05).
               10 w-cib-naf-lg            PIC  S9(04) COMP.
       01 w-cib-dep.
           05 w-cib-dep-nbr               PIC  S9(04) COMP.
           05 w-cib-dep-code OCCURS 100   PIC  X(03).
      *    Controle d'existence d'un code NAF de la cible
       01 w-nb-naf                       PIC  S9(09) COMP.
      *    Etablissement courant : SIRET, NAF sans point, division,
      *    departement et secteur
       01 w-etb-siret                    PIC   X(14).
       01 w-etb-naf                      PIC   X(05).
       01 w-etb-div                      PIC   X(02).
       01 w-etb-dep                      PIC   X(03).
       01 w-etb-secteur                  PIC   X(03).
      *    Prospects de TLMPRO portant le SIRET : tous statuts, et
      *    actifs ou en probation
       01 w-nb-connu                     PIC  S9(09) COMP.
       01 w-nb-actif                     PIC  S9(09) COMP.
      *****************************************************************
      * Penetration par secteur et division NAF, table triee sur la
      * cle
      *****************************************************************
       01 w-tab.
           05 w-tab-nbr                   PIC  S9(04) COMP.
           05 w-tab-ent OCCURS 2000.
               10 w-tab-cle.
                   15 w-tab-secteur       PIC  X(03).
                   15 w-tab-div           PIC  X(02).
               10 w-tab-etab              PIC  S9(07) COMP-3.
               10 w-tab-actif             PIC  S9(07) COMP-3.
               10 w-tab-ecarte            PIC  S9(07) COMP-3.
               10 w-tab-nouveau           PIC  S9(07) COMP-3.
      *    Entree vierge (cumuls a zero) pour une nouvelle cle
       01 w-ent-vide.
           05 FILLER                      PIC  X(05) VALUE SPACES.
           05 FILLER                      PIC  S9(07) COMP-3 VALUE 0.
           05 FILLER                      PIC  S9(07) COMP-3 VALUE 0.
           05 FILLER                      PIC  S9(07) COMP-3 VALUE 0.
           05 FILLER                      PIC  S9(07) COMP-3 VALUE 0.
      *    Cle recherchee et position trouvee (ou d'insertion)
       01 w-cle.
           05 w-cle-secteur               PIC  X(03).
           05 w-cle-div                   PIC  X(02).
       77 w-idx                          PIC  S9(04) COMP.
       77 w-idx2                         PIC  S9(04) COMP.
       77 w-pos                          PIC  S9(04) COMP.
      *    Cumuls d'un secteur et cumul general de l'edition
       01 w-sec-prec                     PIC   X(03).
       01 w-cum-sec.
           05 w-cum-sec-etab              PIC  S9(07) COMP-3.
           05 w-cum-sec-actif             PIC  S9(07) COMP-3.
           05 w-cum-sec-ecarte            PIC  S9(07) COMP-3.
           05 w-cum-sec-nouveau           PIC  S9(07) COMP-3.
       01 w-cum-gen.
           05 w-cum-gen-etab              PIC  S9(07) COMP-3.
           05 w-cum-gen-actif             PIC  S9(07) COMP-3.
           05 w-cum-gen-ecarte            PIC  S9(07) COMP-3.
           05 w-cum-gen-nouveau           PIC  S9(07) COMP-3.
      *    Taux de penetration (connus / etablissements), en %
       77 w-pct                          PIC  S9(03) COMP-3.
      *    Ligne d'edition de la penetration
       01 w-lig.
           05 w-lig-secteur               PIC  X(03).
           05 FILLER                      PIC  X(01) VALUE SPACE.
           05 w-lig-div                   PIC  X(02).
           05 FILLER                      PIC  X(01) VALUE SPACE.
           05 w-lig-lib                   PIC  X(28).
           05 w-lig-etab                  PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(02) VALUE SPACES.
           05 w-lig-actif                 PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(02) VALUE SPACES.
           05 w-lig-ecarte                PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(02) VALUE SPACES.
           05 w-lig-nouveau               PIC  ZZZZZZ9.
           05 FILLER                      PIC  X(03) VALUE SPACES.
           05 w-lig-pct                   PIC  ZZ9.
           05 FILLER                      PIC  X(01) VALUE '%'.
           05 FILLER                      PIC  X(04) VALUE SPACES.
      *    Valeurs de la ligne a editer
       01 w-val.
           05 w-val-etab                  PIC  S9(07) COMP-3.
           05 w-val-actif                 PIC  S9(07) COMP-3.
           05 w-val-ecarte                PIC  S9(07) COMP-3.
           05 w-val-nouveau               PIC  S9(07) COMP-3.
      *    Titres de colonnes de l'edition
       01 w-tit1.
           05 FILLER                      PIC  X(35) VALUE
                'Sec Dv Libelle de la division NAF'.
           05 FILLER                      PIC  X(45) VALUE
                ' Etabl.   Connus  Ecartes    Nouv.   Pen.'.
       01 w-tit2.
           05 FILLER                      PIC  X(35) VALUE
                '--- -- ----------------------------'.
           05 FILLER                      PIC  X(45) VALUE
                '-------  -------  -------  -------   ----'.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-cib                   PIC  S9(07) COMP-3.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-ferme                 PIC  S9(07) COMP-3.
           05 w-cpt-hors                  PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-cible                 PIC  S9(07) COMP-3.
           05 w-cpt-connu                 PIC  S9(07) COMP-3.
           05 w-cpt-ajo                   PIC  S9(07) COMP-3.
       01 w-rap-cib.
           05 FILLER                     PIC   X(43) VALUE
                'Cartes de ciblage retenues :               '.
           05 w-rap-cib-nbr               PIC   ZZZZZZ9.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Etablissements lus au repertoire :         '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-ferme.
           05 FILLER                     PIC   X(43) VALUE
                '  dont fermes :                            '.
           05 w-rap-ferme-nbr             PIC   ZZZZZZ9.
       01 w-rap-hors.
           05 FILLER                     PIC   X(43) VALUE
                '  dont actifs hors cible :                 '.
           05 w-rap-hors-nbr              PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
       01 w-rap-cible.
           05 FILLER                     PIC   X(43) VALUE
                'Etablissements actifs de la cible :        '.
           05 w-rap-cible-nbr             PIC   ZZZZZZ9.
       01 w-rap-connu.
           05 FILLER                     PIC   X(43) VALUE
                '  dont SIRET deja connu de TLMPRO :        '.
           05 w-rap-connu-nbr             PIC   ZZZZZZ9.
       01 w-rap-ajo.
           05 FILLER                     PIC   X(43) VALUE
                'Candidats ecrits en pilotage (lignes A) :  '.
           05 w-rap-ajo-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
      *****************************************************************
      * Programme principal
      *****************************************************************
       DEBUT.
           DISPLAY 'MET, RECHERCHE DE PROSPECTS DANS LE REPERTOIRE'
           PERFORM INIT
           PERFORM TRT-CIBLE
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-ETABSIR
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM ECRIT-TRAILER-PILOTAGE
           END-IF
           PERFORM EDITE-PENETRATION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, entete de version du pilotage et
      * entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT cible
           IF w-cible NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE CIBLE <' w-cible '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN INPUT etabsir
           IF w-etabsir NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ETABSIR <' w-etabsir '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PILOTAGE <' w-pilote '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
      *      entete de version du format courant ('02') : sans lui,
      *      TLMBPGM3 neutraliserait source, NAF et tranche
             MOVE SPACES                   TO p-pil
             MOVE 'H'                      TO p-pil-ent-cmd
             MOVE '02'                     TO p-pil-ent-version
             MOVE 'TLMBP144'               TO p-pil-ent-emetteur
             PERFORM ECRIT-PILOTAGE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-cib w-cpt-lec
                                              w-cpt-ferme w-cpt-hors
                                              w-cpt-rejet w-cpt-cible
                                              w-cpt-connu w-cpt-ajo
                                              w-cib-naf-nbr
                                              w-cib-dep-nbr
                                              w-tab-nbr
           SET w-sature-non                TO TRUE
           PERFORM ENTETE
           .

      *****************************************************************
      * Chargement des cartes de ciblage. Une carte invalide arrete
      * tout : une cible mal lue produirait des milliers de candidats
      * hors de notre marche.
      *****************************************************************
       TRT-CIBLE.
           SET w-eof-cib-non                TO TRUE
           IF RETURN-CODE = 0 THEN
             PERFORM LEC-CIBLE
           ELSE
             SET w-eof-cib-oui              TO TRUE
           END-IF
           PERFORM CHARGE-CIBLE             UNTIL w-eof-cib-oui
           IF RETURN-CODE = 0 THEN
             IF w-cib-naf-nbr = 0 OR w-cib-dep-nbr = 0 THEN
               DISPLAY 'MET-ERR CIBLE SANS CODE NAF OU DEPARTEMENT'
               MOVE 'Cible incomplete (NAF et departement requis).'
                                           TO w-enr-log
               PERFORM ECRIT-LOG
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           IF RETURN-CODE NOT = 0 THEN
             MOVE 'Aucun candidat produit, pilotage a ne pas verser.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

       LEC-CIBLE.
           READ cible
             AT END     SET w-eof-cib-oui  TO TRUE
             NOT AT END SET w-eof-cib-non  TO TRUE
           END-READ
           .

       CHARGE-CIBLE.
           EVALUATE f-cib-type
             WHEN '*'
               CONTINUE
             WHEN 'N'
               PERFORM CHARGE-CIBLE-NAF
             WHEN 'D'
               PERFORM CHARGE-CIBLE-DEP
             WHEN OTHER
               MOVE 'type de carte inconnu' TO w-enr-log (40 : 30)
               PERFORM REJETTE-CIBLE
           END-EVALUATE
           PERFORM LEC-CIBLE
           .

      *****************************************************************
      * Carte NAF : division (2 caracteres) ou sous-classe (5), qui
      * doit exister a ce niveau dans la nomenclature TLMNAF.
      *****************************************************************
       CHARGE-CIBLE-NAF.
           MOVE f-cib-code                 TO tlmnaf-code
           IF f-cib-code (3 : 3) = SPACES THEN
             SET TLMNAF-NIVEAU-DIVISION    TO TRUE
           ELSE
             SET TLMNAF-NIVEAU-CLASSE      TO TRUE
           END-IF
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nb-naf
               FROM TRAIN04.TLMNAF
               WHERE CODE   = :tlmnaf-code
                 AND NIVEAU = :tlmnaf-niveau
           END-EXEC
           EVALUATE TRUE
             WHEN SQLCODE NOT = 0
               DISPLAY 'MET-ERR SELECT TLMNAF <' tlmnaf-code
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
             WHEN f-cib-code (1 : 2) = SPACES OR w-nb-naf = 0
               MOVE 'code NAF inconnu'     TO w-enr-log (40 : 30)
               PERFORM REJETTE-CIBLE
             WHEN w-cib-naf-nbr NOT < 100
               MOVE 'trop de codes NAF'    TO w-enr-log (40 : 30)
               PERFORM REJETTE-CIBLE
             WHEN OTHER
               ADD 1                       TO w-cib-naf-nbr w-cpt-cib
               MOVE tlmnaf-code       TO w-cib-naf-code (w-cib-naf-nbr)
               IF TLMNAF-NIVEAU-DIVISION THEN
                 MOVE 2               TO w-cib-naf-lg (w-cib-naf-nbr)
               ELSE
                 MOVE 5               TO w-cib-naf-lg (w-cib-naf-nbr)
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Carte departement : deux chiffres (metropole), '2A'/'2B'
      * (Corse) ou trois chiffres '97x'/'98x' (outre-mer).
      *****************************************************************
       CHARGE-CIBLE-DEP.
           EVALUATE TRUE
             WHEN f-cib-code (3 : 3) = SPACES
                  AND (f-cib-code (1 : 2) NUMERIC
                       OR f-cib-code (1 : 2) = '2A'
                       OR f-cib-code (1 : 2) = '2B')
                  AND f-cib-code (1 : 2) NOT = '97'
                  AND f-cib-code (1 : 2) NOT = '98'
               CONTINUE
             WHEN f-cib-code (4 : 2) = SPACES
                  AND f-cib-code (1 : 3) NUMERIC
                  AND (f-cib-code (1 : 2) = '97'
                       OR f-cib-code (1 : 2) = '98')
               CONTINUE
             WHEN OTHER
               MOVE 'departement invalide' TO w-enr-log (40 : 30)
               PERFORM REJETTE-CIBLE
           END-EVALUATE
           IF RETURN-CODE = 0 THEN
             IF w-cib-dep-nbr NOT < 100 THEN
               MOVE 'trop de departements' TO w-enr-log (40 : 30)
               PERFORM REJETTE-CIBLE
             ELSE
               ADD 1                       TO w-cib-dep-nbr w-cpt-cib
               MOVE f-cib-code (1 : 3)
                                   TO w-cib-dep-code (w-cib-dep-nbr)
             END-IF
           END-IF
           .

      *****************************************************************
      * Carte de ciblage refusee : image de la carte et motif (pose
      * par l'appelant en col.40) au journal ; le traitement s'arrete.
      *****************************************************************
       REJETTE-CIBLE.
           MOVE 'CARTE REFUSEE <'          TO w-enr-log (1 : 15)
           MOVE f-cib (1 : 6)              TO w-enr-log (16 : 6)
           MOVE '>'                        TO w-enr-log (22 : 1)
           PERFORM ECRIT-LOG
           DISPLAY 'MET-ERR CARTE CIBLE REFUSEE <' f-cib (1 : 6) '>'
           MOVE 16                         TO RETURN-CODE
           .

      *****************************************************************
      * Lecture du repertoire des etablissements
      *****************************************************************
       TRT-ETABSIR.
           PERFORM LEC-ETABSIR
           PERFORM TRT-ETAB                 UNTIL w-eof-etb-oui
           .

       LEC-ETABSIR.
           READ etabsir
             AT END     SET w-eof-etb-oui  TO TRUE
             NOT AT END SET w-eof-etb-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Un etablissement : seuls les actifs de la cible comptent ; un
      * enregistrement mal forme est rejete sans arreter la lecture.
      *****************************************************************
       TRT-ETAB.
           ADD 1                           TO w-cpt-lec
           PERFORM NORMALISE-NAF
           EVALUATE TRUE
             WHEN NOT f-etb-etat-actif
               ADD 1                       TO w-cpt-ferme
             WHEN f-etb-siret NOT NUMERIC
               MOVE 'SIRET invalide'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-etb-cp NOT NUMERIC
               MOVE 'code postal invalide' TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM VRF-CIBLE
               IF w-cible-ok-oui THEN
                 IF f-etb-nom = SPACES THEN
                   MOVE 'nom absent'       TO w-enr-log (40 : 20)
                   PERFORM REJETTE-ENR
                 ELSE
                   PERFORM TRT-ETAB-CIBLE
                 END-IF
               ELSE
                 ADD 1                     TO w-cpt-hors
               END-IF
           END-EVALUATE
           IF RETURN-CODE = 16 THEN
             SET w-eof-etb-oui             TO TRUE
           ELSE
             PERFORM LEC-ETABSIR
           END-IF
           .

      *****************************************************************
      * Code NAF sans le point de la publication officielle
      * ('62.01Z' -> '6201Z') et division de rattachement.
      *****************************************************************
       NORMALISE-NAF.
           IF f-etb-naf (3 : 1) = '.' THEN
             STRING
               f-etb-naf (1 : 2)  DELIMITED SIZE
               f-etb-naf (4 : 3)  DELIMITED SIZE
               INTO w-etb-naf
             END-STRING
           ELSE
             MOVE f-etb-naf (1 : 5)        TO w-etb-naf
           END-IF
           MOVE w-etb-naf (1 : 2)          TO w-etb-div
           .

      *****************************************************************
      * L'etablissement est dans la cible si son code NAF commence
      * par un code NAF cible (division ou sous-classe) ET si son
      * departement (deduit du code postal) est un departement cible.
      *****************************************************************
       VRF-CIBLE.
           SET w-cible-ok-non              TO TRUE
           PERFORM VRF-CIBLE-NAF
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-cib-naf-nbr
                OR w-cible-ok-oui
           IF w-cible-ok-oui THEN
             PERFORM CALC-DEPARTEMENT
             SET w-cible-ok-non            TO TRUE
             PERFORM VRF-CIBLE-DEP
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-cib-dep-nbr
                  OR w-cible-ok-oui
           END-IF
           .

       VRF-CIBLE-NAF.
           IF w-etb-naf (1 : w-cib-naf-lg (w-idx)) =
              w-cib-naf-code (w-idx) (1 : w-cib-naf-lg (w-idx)) THEN
             SET w-cible-ok-oui            TO TRUE
           END-IF
           .

       VRF-CIBLE-DEP.
           IF w-cib-dep-code (w-idx) = w-etb-dep
              OR (w-cib-dep-code (w-idx) = '20'
                  AND w-etb-dep (1 : 1) = '2'
                  AND (w-etb-dep (2 : 1) = 'A'
                       OR w-etb-dep (2 : 1) = 'B')) THEN
             SET w-cible-ok-oui            TO TRUE
           END-IF
           .

      *****************************************************************
      * Departement du code postal : deux premiers chiffres, trois
      * pour l'outre-mer (97x, 98x) ; en Corse (20xxx) 2A jusqu'a
      * 20190, 2B au-dela.
      *****************************************************************
       CALC-DEPARTEMENT.
           MOVE SPACES                     TO w-etb-dep
           EVALUATE f-etb-cp (1 : 2)
             WHEN '97'
             WHEN '98'
               MOVE f-etb-cp (1 : 3)       TO w-etb-dep
             WHEN '20'
               IF f-etb-cp < '20200' THEN
                 MOVE '2A'                 TO w-etb-dep
               ELSE
                 MOVE '2B'                 TO w-etb-dep
               END-IF
             WHEN OTHER
               MOVE f-etb-cp (1 : 2)       TO w-etb-dep
           END-EVALUATE
           .

      *****************************************************************
      * Etablissement actif de la cible : deja connu (tout statut) ou
      * nouveau candidat, cumule dans la penetration de son secteur
      * et de sa division NAF.
      *****************************************************************
       TRT-ETAB-CIBLE.
           ADD 1                           TO w-cpt-cible
           MOVE f-etb-siret                TO w-etb-siret
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN STATUT IN ('A', 'E')
                                      THEN 1 ELSE 0 END), 0)
               INTO :w-nb-connu, :w-nb-actif
               FROM TRAIN04.TLMPRO
               WHERE SIRET = :w-etb-siret
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR SELECT TLMPRO <' f-etb-siret
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM LEC-SECTEUR
           END-IF
           IF RETURN-CODE NOT = 16 THEN
             MOVE w-etb-secteur            TO w-cle-secteur
             MOVE w-etb-div                TO w-cle-div
             PERFORM TROUVE-CLE
             IF w-pos > 0 THEN
               ADD 1                       TO w-tab-etab (w-pos)
             END-IF
             EVALUATE TRUE
               WHEN w-nb-actif > 0
                 ADD 1                     TO w-cpt-connu
                 IF w-pos > 0 THEN
                   ADD 1                   TO w-tab-actif (w-pos)
                 END-IF
               WHEN w-nb-connu > 0
                 ADD 1                     TO w-cpt-connu
                 IF w-pos > 0 THEN
                   ADD 1                   TO w-tab-ecarte (w-pos)
                 END-IF
               WHEN OTHER
                 PERFORM ECRIT-CANDIDAT
                 IF w-pos > 0 THEN
                   ADD 1                   TO w-tab-nouveau (w-pos)
                 END-IF
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Secteur commercial du code postal (TLMSEC) ; '???' si le code
      * postal n'est rattache a aucun secteur.
      *****************************************************************
       LEC-SECTEUR.
           MOVE f-etb-cp                   TO tlmsec-cp
           EXEC SQL
             SELECT SECTEUR
               INTO :tlmsec-secteur
               FROM TRAIN04.TLMSEC
               WHERE CP = :tlmsec-cp
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE tlmsec-secteur         TO w-etb-secteur
             WHEN 100
               MOVE '???'                  TO w-etb-secteur
             WHEN OTHER
               DISPLAY 'MET-ERR SELECT TLMSEC <' tlmsec-cp
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Ligne A du candidat : prospect au stade 'N' sans identifiant
      * (attribue par la couche physique), non affecte, et son
      * contact d'accueil (champs obligatoires du pilotage).
      *****************************************************************
       ECRIT-CANDIDAT.
           MOVE SPACES                     TO p-pil
           MOVE 'A'                        TO p-pil-cmd
           MOVE f-etb-nom                  TO p-pil-pro-nom
           MOVE f-etb-rue                  TO p-pil-pro-rue
           MOVE f-etb-cp                   TO p-pil-pro-cp
           MOVE f-etb-ville                TO p-pil-pro-ville
           MOVE f-etb-siret                TO p-pil-pro-siret
           MOVE 'N'                        TO p-pil-pro-stade
           MOVE 'SIR'                      TO p-pil-pro-source
           MOVE w-etb-naf                  TO p-pil-pro-naf
           MOVE f-etb-tranche              TO p-pil-pro-tranche
           MOVE 'ACCUEIL'                  TO p-pil-con-nom
           MOVE 'STANDARD'                 TO p-pil-con-prenom
           MOVE 'Contact a identifier'     TO p-pil-con-fonction
           MOVE 'N'                        TO p-pil-con-optout
           MOVE 'O'                        TO p-pil-con-princ
           PERFORM ECRIT-PILOTAGE
           IF RETURN-CODE NOT = 16 THEN
             ADD 1                         TO w-cpt-ajo
           END-IF
           .

      *****************************************************************
      * TROUVE-CLE : position de w-cle dans la table triee ; une cle
      * nouvelle est inseree a son rang (les suivantes decalees). Table
      * pleine : w-pos a zero, l'etablissement n'est pas cumule.
      *****************************************************************
       TROUVE-CLE.
           MOVE 0                          TO w-pos
           PERFORM CHERCHE-CLE
             VARYING w-idx FROM 1 BY 1
             UNTIL w-idx > w-tab-nbr
                OR w-pos > 0
           IF w-pos = 0 THEN
             IF w-tab-nbr < 2000 THEN
               ADD 1                       TO w-tab-nbr
               MOVE w-tab-nbr              TO w-pos
               MOVE w-ent-vide             TO w-tab-ent (w-pos)
               MOVE w-cle                  TO w-tab-cle (w-pos)
             ELSE
               PERFORM SATURATION
             END-IF
           ELSE
             IF w-tab-cle (w-pos) NOT = w-cle THEN
               IF w-tab-nbr < 2000 THEN
                 PERFORM DECALE-CLE
                   VARYING w-idx FROM w-tab-nbr BY -1
                   UNTIL w-idx < w-pos
                 ADD 1                     TO w-tab-nbr
                 MOVE w-ent-vide           TO w-tab-ent (w-pos)
                 MOVE w-cle                TO w-tab-cle (w-pos)
               ELSE
                 PERFORM SATURATION
               END-IF
             END-IF
           END-IF
           .

       CHERCHE-CLE.
           IF w-tab-cle (w-idx) NOT < w-cle THEN
             MOVE w-idx                    TO w-pos
           END-IF
           .

       DECALE-CLE.
           COMPUTE w-idx2 = w-idx + 1
           MOVE w-tab-ent (w-idx)          TO w-tab-ent (w-idx2)
           .

       SATURATION.
           IF NOT w-sature-oui THEN
             DISPLAY 'MET-ERR TABLE DES CUMULS SATUREE'
             SET w-sature-oui              TO TRUE
           END-IF
           MOVE 0                          TO w-pos
           .

      *****************************************************************
      * Edition de la penetration : une ligne par secteur et division
      * NAF, un sous-total par secteur et un total general.
      *****************************************************************
       EDITE-PENETRATION.
           IF w-tab-nbr > 0 AND RETURN-CODE NOT = 16 THEN
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'Penetration de la cible par secteur et division NAF'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE ' '                      TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-tit1                   TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-tit2                   TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE w-tab-secteur (1)        TO w-sec-prec
             MOVE 0                        TO w-cum-sec-etab
                                              w-cum-sec-actif
                                              w-cum-sec-ecarte
                                              w-cum-sec-nouveau
                                              w-cum-gen-etab
                                              w-cum-gen-actif
                                              w-cum-gen-ecarte
                                              w-cum-gen-nouveau
             PERFORM EDITE-LIGNE
               VARYING w-idx FROM 1 BY 1
               UNTIL w-idx > w-tab-nbr
             PERFORM EDITE-CUMUL-SECTEUR
             MOVE 'Total'                  TO w-lig-lib
             MOVE SPACES                   TO w-lig-secteur w-lig-div
             MOVE w-cum-gen                TO w-val
             PERFORM ECRIT-LIGNE
           END-IF
           .

       EDITE-LIGNE.
           IF w-tab-secteur (w-idx) NOT = w-sec-prec THEN
             PERFORM EDITE-CUMUL-SECTEUR
             MOVE w-tab-secteur (w-idx)    TO w-sec-prec
           END-IF
           MOVE w-tab-secteur (w-idx)      TO w-lig-secteur
           MOVE w-tab-div (w-idx)          TO w-lig-div
           PERFORM LEC-LIBELLE-DIVISION
           MOVE w-tab-etab (w-idx)         TO w-val-etab
           MOVE w-tab-actif (w-idx)        TO w-val-actif
           MOVE w-tab-ecarte (w-idx)       TO w-val-ecarte
           MOVE w-tab-nouveau (w-idx)      TO w-val-nouveau
           PERFORM ECRIT-LIGNE
           ADD w-tab-etab (w-idx)          TO w-cum-sec-etab
                                              w-cum-gen-etab
           ADD w-tab-actif (w-idx)         TO w-cum-sec-actif
                                              w-cum-gen-actif
           ADD w-tab-ecarte (w-idx)        TO w-cum-sec-ecarte
                                              w-cum-gen-ecarte
           ADD w-tab-nouveau (w-idx)       TO w-cum-sec-nouveau
                                              w-cum-gen-nouveau
           .

       EDITE-CUMUL-SECTEUR.
           MOVE w-sec-prec                 TO w-lig-secteur
           MOVE SPACES                     TO w-lig-div
           MOVE '  Total secteur'          TO w-lig-lib
           MOVE w-cum-sec                  TO w-val
           PERFORM ECRIT-LIGNE
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 0                          TO w-cum-sec-etab
                                              w-cum-sec-actif
                                              w-cum-sec-ecarte
                                              w-cum-sec-nouveau
           .

      *****************************************************************
      * Ligne d'edition : le taux de penetration rapporte les
      * prospects connus (actifs ou en probation) aux etablissements
      * qui existent.
      *****************************************************************
       ECRIT-LIGNE.
           MOVE w-val-etab                 TO w-lig-etab
           MOVE w-val-actif                TO w-lig-actif
           MOVE w-val-ecarte               TO w-lig-ecarte
           MOVE w-val-nouveau              TO w-lig-nouveau
           IF w-val-etab = 0 THEN
             MOVE 0                        TO w-pct
           ELSE
             COMPUTE w-pct ROUNDED = w-val-actif * 100 / w-val-etab
           END-IF
           MOVE w-pct                      TO w-lig-pct
           MOVE w-lig                      TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Libelle de la division NAF (TLMNAF), a blanc si inconnue.
      *****************************************************************
       LEC-LIBELLE-DIVISION.
           MOVE w-tab-div (w-idx)          TO tlmnaf-code
           EXEC SQL
             SELECT LIBELLE
               INTO :tlmnaf-libelle
               FROM TRAIN04.TLMNAF
               WHERE CODE   = :tlmnaf-code
                 AND NIVEAU = 'D'
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE tlmnaf-libelle         TO w-lig-lib
             WHEN 100
               MOVE SPACES                 TO w-lig-lib
             WHEN OTHER
               MOVE SPACES                 TO w-lig-lib
               DISPLAY 'MET-ERR SELECT TLMNAF <' tlmnaf-code
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Enregistrement de controle (trailer) en fin de pilotage :
      * seules les lignes A y sont cumulees ici.
      *****************************************************************
       ECRIT-TRAILER-PILOTAGE.
           MOVE SPACES                     TO p-pil
           SET p-pil-cmd-fin               TO TRUE
           MOVE w-cpt-ajo                  TO p-pil-fin-nbr-ajo
           MOVE 0                          TO p-pil-fin-nbr-maj
           MOVE 0                          TO p-pil-fin-nbr-sup
           PERFORM ECRIT-PILOTAGE
           .

      *****************************************************************
      * Ecriture d'une ligne de pilotage, avec verification du code
      * d'etat du fichier PILOTAGE.
      *****************************************************************
       ECRIT-PILOTAGE.
           WRITE p-pil
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PILOTAGE <' w-pilote '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Rejet d'un etablissement : image du debut de l'enregistrement
      * et motif (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-etb (1 : 24)             TO w-enr-log (8 : 24)
           MOVE '>'                        TO w-enr-log (32 : 1)
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
           MOVE '|   NOUVEAUX PROSPECTS ET PENETRATION DE CIBLE   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ------------------------------------------   |'
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
           MOVE w-cpt-cib              TO w-rap-cib-nbr
           MOVE w-rap-cib              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ferme            TO w-rap-ferme-nbr
           MOVE w-rap-ferme            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-hors             TO w-rap-hors-nbr
           MOVE w-rap-hors             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cible            TO w-rap-cible-nbr
           MOVE w-rap-cible            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-connu            TO w-rap-connu-nbr
           MOVE w-rap-connu            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-ajo              TO w-rap-ajo-nbr
           MOVE w-rap-ajo              TO w-enr-log
           PERFORM ECRIT-LOG
           IF RETURN-CODE = 0 THEN
             IF w-cpt-rejet > 0 OR w-sature-oui THEN
               MOVE 4                  TO RETURN-CODE
             END-IF
           END-IF
           CLOSE cible
           IF w-cible NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE CIBLE <' w-cible '>'
           END-IF
           CLOSE etabsir
           IF w-etabsir NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ETABSIR <' w-etabsir '>'
           END-IF
           CLOSE pilote
           IF w-pilote NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PILOTAGE <' w-pilote '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM144.
