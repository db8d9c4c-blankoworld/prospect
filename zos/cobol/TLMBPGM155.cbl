      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : FLUX PARTENAIRES DE CO-MARKETING
      * NOM DU PROGRAMME : TLMBPGM155
      * DESCRIPTION      : PROGRAMME BATCH D'EXTRACTION D'UN FICHIER
      *    DE CONTACTS (FORMAT TLMCEPA1) POUR UN PARTENAIRE DE
      *    CO-MARKETING, SELON SON PROFIL (FICHIER DE CONTROLE PROFIL,
      *    COPY TLMCPFP1) : CODE DU PARTENAIRE, CRITERES DE SELECTION
      *    (STADE, SECTEUR, DEPARTEMENT, DIVISION NAF, CONTACTS
      *    PRINCIPAUX SEULEMENT), PORTEE DE CONSENTEMENT EXIGEE
      *    (ESPACE = 'PAR') ET RUBRIQUES TRANSMISES.
      *    PARMI LES CONTACTS ACTIFS DES PROSPECTS ACTIFS REPONDANT
      *    AUX CRITERES, NE SONT TRANSMIS QUE CEUX :
      *       - DONT LE CONSENTEMENT EN VIGUEUR POUR LA PORTEE (DERNIER
      *         EVENEMENT ENREGISTRE DANS TLMCNS) EST UN ACCORD ;
      *       - SANS OPPOSITION (OPTOUT) ;
      *       - SANS MISE EN ATTENTE EN COURS, SUR EUX OU LEUR
      *         PROSPECT (DTATTENTE POSTERIEURE AU JOUR) ;
      *       - SANS GEL JURIDIQUE EN COURS, SUR EUX OU LEUR PROSPECT
      *         (TLMGEL) ;
      *       - QUE LE PARTENAIRE A CLES (TLMXRF TYPE 'C') : CHAQUE
      *         LIGNE PORTE LES CLES DU PARTENAIRE, JAMAIS LES NOTRES.
      *    LE COMPTE-RENDU DECOMPTE LES CONTACTS ECARTES PAR MOTIF.
      *    TELEPHONE ET ADRESSE ELECTRONIQUE SONT RESOLUS EN CLAIR PAR
      *    TLMPCON2 SI TLMBPGM155 Y EST HABILITE (TLMCFG, PARAMETRE
      *    'CLAIR') ; UN JETON NE PART JAMAIS CHEZ UN PARTENAIRE : A
      *    DEFAUT LA RUBRIQUE EST A ESPACE, DECOMPTEE, ET LE PROGRAMME
      *    REND RC 4.
      *    CHAQUE CONTACT TRANSMIS EST TRACE DANS TLMEPA (PARTENAIRE,
      *    DATE, CLE, PORTEE, RUBRIQUES REELLEMENT TRANSMISES), DANS
      *    L'UNITE DE TRAVAIL DE L'EXTRAIT : REPONSE AUX DEMANDES
      *    D'ACCES ET ETUDE D'IMPACT D'UNE VIOLATION (TLMBPGM129,
      *    TYPE 'PAR').
      *    RC 16 : PROFIL ABSENT OU INVALIDE, OU ANOMALIE SQL ; RIEN
      *    N'EST TRACE ET LE FICHIER NE DOIT PAS ETRE REMIS.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM155.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20201012.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le profil du partenaire
           SELECT profil    ASSIGN TO PROFIL
             FILE STATUS IS w-profil.
      *    Extrait remis au partenaire (TLMCEPA1)
           SELECT partext   ASSIGN TO PARTEXT
             FILE STATUS IS w-partext.
      *    Fichier de journalisation (compte-rendu d'extraction)
           SELECT log       ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD profil RECORDING MODE F.
       COPY TLMCPFP1 REPLACING ==:PROG:== BY ==f==.
       FD partext RECORDING MODE F.
       COPY TLMCEPA1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    transmissions aux partenaires (TLMEPA)
           EXEC SQL
             INCLUDE DCLEPA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    consentements (TLMCNS), pour le controle de la portee
           EXEC SQL
             INCLUDE DCLCNS
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Codes d'etat des fichiers
       01 w-profil                       PIC   X(02).
       01 w-partext                      PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Profil exploitable ?
       01 w-pfp-ok                       PIC   9.
           88 w-pfp-ok-oui                       VALUE 1.
           88 w-pfp-ok-non                       VALUE 0.
      *    Profil retenu : partenaire, portee exigee, criteres de
      *    selection (espace = non filtrant) et rubriques transmises
      *    ('O' = transmise)
       01 w-par-code                     PIC   X(08).
       01 w-par-libelle                  PIC   X(30).
       01 w-par-portee                   PIC   X(03).
       01 w-sel-stade                    PIC   X(01).
       01 w-sel-secteur                  PIC   X(03).
       01 w-sel-dept                     PIC   X(02).
       01 w-sel-naf                      PIC   X(02).
       01 w-sel-principal                PIC   X(01).
       01 w-rub-nom                      PIC   X(01).
       01 w-rub-fct                      PIC   X(01).
       01 w-rub-tel                      PIC   X(01).
       01 w-rub-mel                      PIC   X(01).
       01 w-rub-adr                      PIC   X(01).
       01 w-rub-soc                      PIC   X(01).
      *    Date du jour (mises en attente, gels) et horodatage de
      *    l'extrait, commun a toutes les traces TLMEPA
       01 w-date-jour                    PIC   X(08).
       01 w-ts-ext                       PIC   X(26).
      *    Fin de parcours du curseur des contacts candidats
       01 w-eot-par                      PIC   9.
           88 w-eot-par-oui                      VALUE 1.
           88 w-eot-par-non                      VALUE 0.
      *    Contact candidat courant du curseur CURS-PAR, avec ses
      *    indicateurs d'exclusion ('O' oui, 'N' non)
       01 w-con-id                       PIC   X(06).
       01 w-con-pid                      PIC   X(06).
       01 w-con-nom                      PIC   X(35).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-fonction                 PIC   X(40).
       01 w-con-tel                      PIC   X(10).
       01 w-con-mel                      PIC   X(80).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-siret                    PIC   X(14).
       01 w-pro-rue                      PIC   X(40).
       01 w-pro-cp                       PIC   X(05).
       01 w-pro-ville                    PIC   X(35).
       01 w-ind-cns                      PIC   X(01).
       01 w-ind-opt                      PIC   X(01).
       01 w-ind-att                      PIC   X(01).
       01 w-ind-gel                      PIC   X(01).
       01 w-clepart-con                  PIC   X(06).
       01 w-clepart-pro                  PIC   X(06).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-trs                   PIC  S9(07) COMP-3.
           05 w-cpt-cns                   PIC  S9(07) COMP-3.
           05 w-cpt-opt                   PIC  S9(07) COMP-3.
           05 w-cpt-att                   PIC  S9(07) COMP-3.
           05 w-cpt-gel                   PIC  S9(07) COMP-3.
           05 w-cpt-cle                   PIC  S9(07) COMP-3.
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts repondant aux criteres :          '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-trs.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts transmis au partenaire :          '.
           05 w-rap-trs-nbr               PIC   ZZZZZZ9.
       01 w-rap-cns.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartes, sans consentement en vigueur :    '.
           05 w-rap-cns-nbr               PIC   ZZZZZZ9.
       01 w-rap-opt.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartes, opposition (OPTOUT) :             '.
           05 w-rap-opt-nbr               PIC   ZZZZZZ9.
       01 w-rap-att.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartes, mise en attente en cours :        '.
           05 w-rap-att-nbr               PIC   ZZZZZZ9.
       01 w-rap-gel.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartes, gel juridique en cours :          '.
           05 w-rap-gel-nbr               PIC   ZZZZZZ9.
       01 w-rap-cle.
           05 FILLER                     PIC   X(43) VALUE
                'Ecartes, sans cle du partenaire :          '.
           05 w-rap-cle-nbr               PIC   ZZZZZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Coordonnees non resolues (a espace) :      '.
           05 w-rap-jet-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des contacts candidats : contacts actifs des prospects
      * actifs repondant aux criteres du profil, avec les indicateurs
      * d'exclusion et les cles du partenaire. Le consentement en
      * vigueur pour la portee est le dernier evenement enregistre
      * (DTENR) : il doit etre un accord.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PAR CURSOR FOR
               SELECT C.ID, C.PID, C.NOM, C.PRENOM, C.FONCTION,
                      C.TEL, C.MEL, P.NOM, P.SIRET, P.ADDR_RUE,
                      P.ADDR_CP, P.ADDR_VILLE,
                      CASE WHEN EXISTS
                                 (SELECT 1
                                    FROM TRAIN04.TLMCNS N
                                   WHERE N.CONID = C.ID
                                     AND N.PORTEE = :w-par-portee
                                     AND N.SENS = 'A'
                                     AND NOT EXISTS
                                          (SELECT 1
                                             FROM TRAIN04.TLMCNS N2
                                            WHERE N2.CONID = C.ID
                                              AND N2.PORTEE
                                                  = :w-par-portee
                                              AND N2.DTENR
                                                  > N.DTENR))
                           THEN 'O' ELSE 'N' END,
                      CASE WHEN C.OPTOUT = 'O'
                           THEN 'O' ELSE 'N' END,
                      CASE WHEN C.DTATTENTE > :w-date-jour
                             OR P.DTATTENTE > :w-date-jour
                           THEN 'O' ELSE 'N' END,
                      CASE WHEN EXISTS
                                 (SELECT 1
                                    FROM TRAIN04.TLMGEL G
                                   WHERE (   (G.TYPE = 'C'
                                              AND G.IDGEL = C.ID)
                                          OR (G.TYPE = 'P'
                                              AND G.IDGEL = C.PID))
                                     AND G.DTDEBUT <= :w-date-jour
                                     AND G.DTFIN >= :w-date-jour)
                           THEN 'O' ELSE 'N' END,
                      COALESCE((SELECT MAX(X.CLEPART)
                                  FROM TRAIN04.TLMXRF X
                                 WHERE X.EMETTEUR = :w-par-code
                                   AND X.TYPE = 'C'
                                   AND X.IDREEL = C.ID), ' '),
                      COALESCE((SELECT MAX(X.CLEPART)
                                  FROM TRAIN04.TLMXRF X
                                 WHERE X.EMETTEUR = :w-par-code
                                   AND X.TYPE = 'P'
                                   AND X.IDREEL = C.PID), ' ')
               FROM TRAIN04.TLMPRO P, TRAIN04.TLMCON C
               WHERE C.PID = P.ID
                 AND P.STATUT = 'A'
                 AND C.STATUT = 'A'
                 AND (:w-sel-stade = ' ' OR P.STADE = :w-sel-stade)
                 AND (:w-sel-secteur = ' '
                      OR P.SECTEUR = :w-sel-secteur)
                 AND (:w-sel-dept = ' '
                      OR SUBSTR(P.ADDR_CP, 1, 2) = :w-sel-dept)
                 AND (:w-sel-naf = ' '
                      OR SUBSTR(P.NAF, 1, 2) = :w-sel-naf)
                 AND (:w-sel-principal <> 'O'
                      OR C.PRINCIPAL = 'O')
               ORDER BY P.ID, C.ID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, EXTRAIT POUR UN PARTENAIRE DE CO-MARKETING'
           PERFORM INIT
           IF w-pfp-ok-oui THEN
             PERFORM TRT-EXTRAIT
             PERFORM VALIDATION
           ELSE
             MOVE 16                       TO RETURN-CODE
           END-IF
           PERFORM FIN
      *    Code retour : 16 = rien de trace, 4 = coordonnees non
      *    resolues
           IF RETURN-CODE = 0 AND w-cpt-jet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Lecture et controle du profil, ouverture des fichiers et
      * entete du compte-rendu.
      *****************************************************************
       INIT.
           MOVE 0                          TO w-cpt-lec w-cpt-trs
                                              w-cpt-cns w-cpt-opt
                                              w-cpt-att w-cpt-gel
                                              w-cpt-cle w-cpt-jet
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           PERFORM ENTETE
           PERFORM LEC-PROFIL
           IF w-pfp-ok-oui THEN
             OPEN OUTPUT partext
             IF w-partext NOT = '00' THEN
               DISPLAY 'MET-ERR OUVERTURE PARTEXT <' w-partext '>'
               SET w-pfp-ok-non            TO TRUE
             END-IF
           END-IF
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM155'               TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
      *    Horodatage de l'extrait, commun a toutes ses traces
           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :w-ts-ext
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           .

      *****************************************************************
      * Profil du partenaire : code obligatoire, portee connue du
      * journal des consentements (espace = 'PAR'), au moins une
      * rubrique transmise.
      *****************************************************************
       LEC-PROFIL.
           SET w-pfp-ok-non                TO TRUE
           OPEN INPUT profil
           IF w-profil = '00' THEN
             READ profil
                 AT END     CONTINUE
                 NOT AT END
                   SET w-pfp-ok-oui        TO TRUE
                   MOVE f-pfp-partenaire   TO w-par-code
                   MOVE f-pfp-libelle      TO w-par-libelle
                   MOVE f-pfp-portee       TO w-par-portee
                   MOVE f-pfp-stade        TO w-sel-stade
                   MOVE f-pfp-secteur      TO w-sel-secteur
                   MOVE f-pfp-dept         TO w-sel-dept
                   MOVE f-pfp-naf          TO w-sel-naf
                   MOVE f-pfp-principal    TO w-sel-principal
                   MOVE f-pfp-nom          TO w-rub-nom
                   MOVE f-pfp-fct          TO w-rub-fct
                   MOVE f-pfp-tel          TO w-rub-tel
                   MOVE f-pfp-mel          TO w-rub-mel
                   MOVE f-pfp-adr          TO w-rub-adr
                   MOVE f-pfp-soc          TO w-rub-soc
             END-READ
             CLOSE profil
           END-IF
           IF w-pfp-ok-non THEN
             DISPLAY 'MET-ERR PROFIL DU PARTENAIRE ABSENT'
           ELSE
             IF w-par-portee = SPACES THEN
               MOVE 'PAR'                  TO w-par-portee
             END-IF
             MOVE w-par-portee             TO tlmcns-portee
             EVALUATE TRUE
               WHEN w-par-code = SPACES
                 DISPLAY 'MET-ERR CODE PARTENAIRE ABSENT'
                 SET w-pfp-ok-non          TO TRUE
               WHEN NOT tlmcns-portee-valide
                 DISPLAY 'MET-ERR PORTEE DE CONSENTEMENT INCONNUE <'
                         w-par-portee '>'
                 SET w-pfp-ok-non          TO TRUE
               WHEN w-rub-nom NOT = 'O' AND w-rub-fct NOT = 'O'
                AND w-rub-tel NOT = 'O' AND w-rub-mel NOT = 'O'
                AND w-rub-adr NOT = 'O' AND w-rub-soc NOT = 'O'
                 DISPLAY 'MET-ERR AUCUNE RUBRIQUE TRANSMISE'
                 SET w-pfp-ok-non          TO TRUE
               WHEN OTHER
                 PERFORM ECRIT-PROFIL
             END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Rappel du profil en tete du compte-rendu
      *****************************************************************
       ECRIT-PROFIL.
           STRING 'Partenaire : ' w-par-code ' ' w-par-libelle
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           STRING 'Portee de consentement exigee : ' w-par-portee
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           STRING 'Criteres : STADE=' w-sel-stade
                  ' SECTEUR=' w-sel-secteur ' DEPT=' w-sel-dept
                  ' NAF=' w-sel-naf ' PRINCIPAL=' w-sel-principal
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           STRING 'Rubriques : NOM=' w-rub-nom ' FCT=' w-rub-fct
                  ' TEL=' w-rub-tel ' MEL=' w-rub-mel
                  ' ADR=' w-rub-adr ' SOC=' w-rub-soc
             DELIMITED BY SIZE             INTO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Parcours des contacts candidats
      *****************************************************************
       TRT-EXTRAIT.
           EXEC SQL
             OPEN CURS-PAR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-PAR SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-par-oui             TO TRUE
           ELSE
             PERFORM LEC-PAR
           END-IF
           PERFORM TRT-CANDIDAT             UNTIL w-eot-par-oui
           EXEC SQL
             CLOSE CURS-PAR
           END-EXEC
           .

       LEC-PAR.
           EXEC SQL
             FETCH CURS-PAR
               INTO :w-con-id, :w-con-pid, :w-con-nom,
                    :w-con-prenom, :w-con-fonction, :w-con-tel,
                    :w-con-mel, :w-pro-nom, :w-pro-siret,
                    :w-pro-rue, :w-pro-cp, :w-pro-ville,
                    :w-ind-cns, :w-ind-opt, :w-ind-att, :w-ind-gel,
                    :w-clepart-con, :w-clepart-pro
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-par-non           TO TRUE
             WHEN 100
               SET w-eot-par-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-PAR SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-par-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Un contact candidat : ecarte au premier motif d'exclusion,
      * transmis sinon.
      *****************************************************************
       TRT-CANDIDAT.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN w-ind-cns NOT = 'O'
               ADD 1                       TO w-cpt-cns
             WHEN w-ind-opt = 'O'
               ADD 1                       TO w-cpt-opt
             WHEN w-ind-att = 'O'
               ADD 1                       TO w-cpt-att
             WHEN w-ind-gel = 'O'
               ADD 1                       TO w-cpt-gel
             WHEN w-clepart-con = SPACES
               ADD 1                       TO w-cpt-cle
             WHEN OTHER
               PERFORM TRANSMET-CONTACT
           END-EVALUATE
           IF RETURN-CODE NOT = 16 THEN
             PERFORM LEC-PAR
           ELSE
             SET w-eot-par-oui             TO TRUE
           END-IF
           .

      *****************************************************************
      * Ligne de l'extrait pour le contact courant : rubriques du
      * profil seulement, coordonnees en clair, cles du partenaire ;
      * puis trace TLMEPA des rubriques reellement transmises.
      *****************************************************************
       TRANSMET-CONTACT.
           IF w-rub-tel NOT = 'O' THEN
             MOVE SPACES                   TO w-con-tel
           END-IF
           IF w-rub-mel NOT = 'O' THEN
             MOVE SPACES                   TO w-con-mel
           END-IF
           IF w-con-tel NOT = SPACES OR w-con-mel NOT = SPACES THEN
             PERFORM CLAIR-CON
           END-IF
           MOVE SPACES                     TO f-epa
           MOVE w-par-code                 TO f-epa-partenaire
           MOVE w-clepart-con              TO f-epa-clepart-con
           MOVE w-clepart-pro              TO f-epa-clepart-pro
           MOVE w-date-jour                TO f-epa-dtext
           MOVE 'N'                        TO tlmepa-fnom tlmepa-ffct
                                              tlmepa-ftel tlmepa-fmel
                                              tlmepa-fadr tlmepa-fsoc
           IF w-rub-nom = 'O' THEN
             MOVE w-con-nom                TO f-epa-con-nom
             MOVE w-con-prenom             TO f-epa-con-prenom
             MOVE 'O'                      TO tlmepa-fnom
           END-IF
           IF w-rub-fct = 'O' AND w-con-fonction NOT = SPACES THEN
             MOVE w-con-fonction           TO f-epa-con-fonction
             MOVE 'O'                      TO tlmepa-ffct
           END-IF
           IF w-con-tel NOT = SPACES THEN
             MOVE w-con-tel                TO f-epa-con-tel
             MOVE 'O'                      TO tlmepa-ftel
           END-IF
           IF w-con-mel NOT = SPACES THEN
             MOVE w-con-mel                TO f-epa-con-mel
             MOVE 'O'                      TO tlmepa-fmel
           END-IF
           IF w-rub-adr = 'O' THEN
             MOVE w-pro-rue                TO f-epa-pro-rue
             MOVE w-pro-cp                 TO f-epa-pro-cp
             MOVE w-pro-ville              TO f-epa-pro-ville
             MOVE 'O'                      TO tlmepa-fadr
           END-IF
           IF w-rub-soc = 'O' THEN
             MOVE w-pro-nom                TO f-epa-pro-nom
             MOVE w-pro-siret              TO f-epa-pro-siret
             MOVE 'O'                      TO tlmepa-fsoc
           END-IF
           WRITE f-epa
           IF w-partext NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PARTEXT <' w-partext '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             PERFORM TRACE-TRANSMISSION
           END-IF
           .

      *****************************************************************
      * Telephone et adresse electronique du contact en cours, lus en
      * jetons dans TLMCON, resolus en clair par TLMPCON2. Refus (rc
      * '20', origine non habilitee) ou incident : un jeton ne sort
      * pas, la rubrique part a espace et est decomptee.
      *****************************************************************
       CLAIR-CON.
           MOVE SPACES                     TO cpcon2-ent
           MOVE w-con-tel                  TO cpcon2-ent-jet-tel
           MOVE w-con-mel                  TO cpcon2-ent-jet-mel
           MOVE 'CLAIR'                    TO tlmcpil-fct
           CALL 'TLMPCON2' USING tlmcpil cpcon2
           IF tlmcpil-rc = '00' THEN
             MOVE cpcon2-sor-jet-tel       TO w-con-tel
             MOVE cpcon2-sor-jet-mel       TO w-con-mel
           ELSE
             MOVE SPACES                   TO w-con-tel w-con-mel
             ADD 1                         TO w-cpt-jet
           END-IF
           .

      *****************************************************************
      * Trace de la transmission dans TLMEPA : a qui, quand, sous
      * quelle cle et avec quelles rubriques.
      *****************************************************************
       TRACE-TRANSMISSION.
           MOVE w-par-code                 TO tlmepa-partenaire
           MOVE w-con-id                   TO tlmepa-conid
           MOVE w-con-pid                  TO tlmepa-proid
           MOVE w-ts-ext                   TO tlmepa-dtext
           MOVE w-clepart-con              TO tlmepa-clepart
           MOVE w-par-portee               TO tlmepa-portee
           EXEC SQL
             INSERT INTO TRAIN04.TLMEPA
               (PARTENAIRE, CONID, PROID, DTEXT, CLEPART, PORTEE,
                FNOM, FFCT, FTEL, FMEL, FADR, FSOC)
             VALUES
               (:tlmepa-partenaire, :tlmepa-conid, :tlmepa-proid,
                :tlmepa-dtext, :tlmepa-clepart, :tlmepa-portee,
                :tlmepa-fnom, :tlmepa-ffct, :tlmepa-ftel,
                :tlmepa-fmel, :tlmepa-fadr, :tlmepa-fsoc)
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-trs
           ELSE
             DISPLAY 'MET-ERR INSERT TLMEPA <' tlmepa-conid
                     '> SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Validation unique : en cas d'anomalie rien n'est trace, et
      * l'extrait ne doit pas etre remis.
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
             MOVE 0                        TO w-cpt-trs
             MOVE 'Traitement en echec, rien de trace : extrait a ne'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             MOVE 'pas remettre au partenaire.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
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
           MOVE '|   EXTRAIT POUR UN PARTENAIRE DE CO-MARKETING   |'
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
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-trs              TO w-rap-trs-nbr
           MOVE w-rap-trs              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cns              TO w-rap-cns-nbr
           MOVE w-rap-cns              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-opt              TO w-rap-opt-nbr
           MOVE w-rap-opt              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-att              TO w-rap-att-nbr
           MOVE w-rap-att              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-gel              TO w-rap-gel-nbr
           MOVE w-rap-gel              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cle              TO w-rap-cle-nbr
           MOVE w-rap-cle              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-jet              TO w-rap-jet-nbr
           MOVE w-rap-jet              TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-pfp-ok-oui THEN
             CLOSE partext
             IF w-partext NOT = '00' THEN
               DISPLAY 'MET-ERR FERMETURE PARTEXT <' w-partext '>'
             END-IF
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM155.
