      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : OUVERTURE DE COMPTES FACTURATION
      * NOM DU PROGRAMME : TLMBPGM106
      * DESCRIPTION      : PROGRAMME BATCH DE TRAITEMENT DU FICHIER
      *    RETOUR DE LA FACTURATION (FORMAT TLMCACQ1), REPONSE AUX
      *    LIGNES D'OUVERTURE DE COMPTE EMISES PAR TLMBPGM53 :
      *       - LIGNE ACCEPTEE : LE NUMERO DE COMPTE CLIENT DE LA
      *         FACTURATION EST PORTE SUR LE PROSPECT (TLMPRO,
      *         COMPTEFAC ; DTMAJ INCHANGEE, CE N'EST PAS UNE
      *         MODIFICATION METIER DE LA FICHE) ET L'OUVERTURE EST
      *         MARQUEE ACCEPTEE (TLMOFA) ;
      *       - LIGNE REJETEE : L'OUVERTURE PASSE A CORRIGER AVEC LE
      *         MOTIF DE LA FACTURATION. ELLE EST REEMISE PAR
      *         TLMBPGM53 DES QUE LA FICHE, L'ADRESSE DE FACTURATION
      *         OU LE CONTACT PRINCIPAL A ETE CORRIGE.
      *    UNE OUVERTURE RESTEE SANS ACQUITTEMENT AU-DELA DU DELAI EN
      *    JOURS OUVRES (SAMEDI, DIMANCHE ET JOURS DU CALENDRIER TLMJOF
      *    EXCLUS, MEME PRINCIPE QUE TLMBPGM13) EST A REEMETTRE
      *    (TLMBPGM53, MEME NUIT), OU ESCALADEE QUAND ELLE A DEJA ETE
      *    EMISE LE NOMBRE MAXIMAL DE FOIS. FICHIER DE CONTROLE SEUIL
      *    FACULTATIF : DELAI EN COL.1-2 (05 PAR DEFAUT), NOMBRE
      *    MAXIMAL D'EMISSIONS EN COL.3-4 (03 PAR DEFAUT).
      *    LE COMPTE-RENDU SE TERMINE PAR LA LISTE DES OUVERTURES A
      *    CORRIGER (MOTIF DE LA FACTURATION) ET CELLE DES OUVERTURES
      *    ESCALADEES, TANT QU'ELLES NE SONT PAS RESOLUES.
      *    VALIDATION UNIQUE EN FIN DE TRAITEMENT ; EN CAS D'ANOMALIE
      *    SQL RIEN N'EST VALIDE (MEME PRINCIPE QUE TLMBPGM97).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM106.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200217.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier retour de la facturation (DD ACQUIT)
           SELECT acquit   ASSIGN TO ACQUIT
             FILE STATUS IS w-acquit.
      *    Fichier de controle facultatif : delai et nombre maximal
      *    d'emissions
           SELECT seuil    ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (compte-rendu et listes)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD acquit RECORDING MODE F.
       COPY TLMCACQ1 REPLACING ==:PROG:== BY ==f==.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-delai               PIC  X(02).
           05 f-seuil-max                 PIC  X(02).
           05 FILLER                      PIC  X(76).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMOFA
           EXEC SQL
             INCLUDE DCLOFA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-acquit                       PIC   X(02).
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier ACQUIT
       01 w-eof-acq                      PIC   9.
           88 w-eof-acq-oui                      VALUE 1.
           88 w-eof-acq-non                      VALUE 0.
      *    Fin de parcours des curseurs de liste
       01 w-eot-lst                      PIC   9.
           88 w-eot-lst-oui                      VALUE 1.
           88 w-eot-lst-non                      VALUE 0.
      *    Delai d'acquittement en jours ouvres et nombre maximal
      *    d'emissions avant escalade (valeurs lues sur SEUIL, ou
      *    valeurs par defaut)
       01 w-delai                        PIC   9(02) VALUE 05.
       01 w-max-emis                     PIC  S9(03) COMP-3 VALUE 3.
      *    Date limite : une ouverture emise a cette date ou avant, et
      *    toujours sans acquittement, est hors delai
       77 w-date-limite                  PIC   X(08).
      *    Ligne courante des listes : ouverture et prospect
       01 w-pro-id                       PIC   X(06).
       01 w-pro-nom                      PIC   X(35).
       01 w-pro-commercial               PIC   X(04).
       01 w-nbemis-aff                   PIC   Z9.
      *****************************************************************
      * Conversion du delai "jours ouvres" en date limite : le
      * calendrier des jours feries (TLMJOF) est charge en memoire,
      * puis on recule jour par jour depuis aujourd'hui en ne
      * comptant que les jours ouvres (ni samedi/dimanche, ni ferie)
      * jusqu'a en avoir decompte w-delai (meme principe que
      * TLMBPGM13). Annees bissextiles : regle du modulo 4.
      *****************************************************************
       01 w-jof.
           05 w-jof-ent OCCURS 400       PIC   X(08).
       77 w-jof-jour                     PIC   X(08).
       77 w-jof-nbr                      PIC  S9(05) COMP-3.
       77 w-jof-i                        PIC  S9(05) COMP-3.
       01 w-jof-fin                      PIC   9.
           88 w-jof-fin-oui                      VALUE 1.
           88 w-jof-fin-non                      VALUE 0.
       01 w-jof-trouve                   PIC   9.
           88 w-jof-trouve-oui                   VALUE 1.
           88 w-jof-trouve-non                   VALUE 0.
      *    Jours calendaires parcourus, jours ouvres deja decomptes,
      *    jour de semaine courant (1 lundi - 7 dimanche)
       77 w-cal                          PIC   9(05).
       77 w-ouvres                       PIC   9(05).
       77 w-dow                          PIC   9(01).
      *    Date de parcours et ses composants
       01 w-date-curs                    PIC   9(08).
       01 w-date-curs-x REDEFINES w-date-curs
                                         PIC   X(08).
       01 FILLER REDEFINES w-date-curs.
           05 w-curs-aaaa                PIC   9(04).
           05 w-curs-mm                  PIC   9(02).
           05 w-curs-jj                  PIC   9(02).
       77 w-div4                         PIC   9(04).
       77 w-reste4                       PIC   9(04).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-accepte               PIC  S9(07) COMP-3.
           05 w-cpt-refuse                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
           05 w-cpt-relance               PIC  S9(07) COMP-3.
           05 w-cpt-escalade              PIC  S9(07) COMP-3.
           05 w-cpt-a-corriger            PIC  S9(07) COMP-3.
           05 w-cpt-en-escalade           PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''acquittements lus :               '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-accepte.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures acceptees (compte porte) :      '.
           05 w-rap-accepte-nbr           PIC   ZZZZZZ9.
       01 w-rap-refuse.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures rejetees par la facturation :   '.
           05 w-rap-refuse-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Acquittements ecartes :                    '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
       01 w-rap-relance.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures hors delai a reemettre :        '.
           05 w-rap-relance-nbr           PIC   ZZZZZZ9.
       01 w-rap-escalade.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures hors delai escaladees :         '.
           05 w-rap-escalade-nbr          PIC   ZZZZZZ9.
       01 w-rap-a-corriger.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures a corriger en attente :         '.
           05 w-rap-a-corriger-nbr        PIC   ZZZZZZ9.
       01 w-rap-en-escalade.
           05 FILLER                     PIC   X(43) VALUE
                'Ouvertures escaladees en attente :         '.
           05 w-rap-en-escalade-nbr       PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur : jours feries du calendrier TLMJOF
      *****************************************************************
           EXEC SQL
             DECLARE CURS-JOF CURSOR FOR
               SELECT JOUR
               FROM TRAIN04.TLMJOF
           END-EXEC.

      *****************************************************************
      * Curseur : ouvertures rejetees par la facturation, a corriger,
      * par charge de compte
      *****************************************************************
           EXEC SQL
             DECLARE CURS-A-CORRIGER CURSOR FOR
               SELECT O.PROID, P.NOM, P.COMMERCIAL, O.MOTIF
               FROM TRAIN04.TLMOFA O, TRAIN04.TLMPRO P
               WHERE P.ID = O.PROID
                 AND O.STATUT = 'R'
               ORDER BY P.COMMERCIAL, O.PROID
           END-EXEC.

      *****************************************************************
      * Curseur : ouvertures escaladees, toujours sans acquittement
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ESCALADE CURSOR FOR
               SELECT O.PROID, P.NOM, P.COMMERCIAL, O.NBEMIS,
                      O.DTEMIS
               FROM TRAIN04.TLMOFA O, TRAIN04.TLMPRO P
               WHERE P.ID = O.PROID
                 AND O.STATUT = 'X'
               ORDER BY O.DTEMIS, O.PROID
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ACQUITTEMENTS DE LA FACTURATION'
           PERFORM INIT
           PERFORM TRT-ACQUIT
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-HORS-DELAI
           END-IF
           PERFORM VALIDATION
           PERFORM EDITE-A-CORRIGER
           PERFORM EDITE-ESCALADES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture des seuils facultatifs et
      * ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT acquit
           IF w-acquit NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE ACQUIT <' w-acquit '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-delai NUMERIC
                      AND f-seuil-delai > '00' THEN
                     MOVE f-seuil-delai      TO w-delai
                   END-IF
                   IF f-seuil-max NUMERIC
                      AND f-seuil-max > '00' THEN
                     MOVE f-seuil-max        TO w-max-emis
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-accepte
                                              w-cpt-refuse w-cpt-rejet
                                              w-cpt-relance
                                              w-cpt-escalade
                                              w-cpt-a-corriger
                                              w-cpt-en-escalade
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours du fichier retour de la facturation.
      *****************************************************************
       TRT-ACQUIT.
           SET w-eof-acq-non                TO TRUE
           IF w-acquit = '00' THEN
             PERFORM LEC-ACQUIT
           ELSE
             SET w-eof-acq-oui              TO TRUE
           END-IF
           PERFORM TRT-ACQ-ENR              UNTIL w-eof-acq-oui
           .

       LEC-ACQUIT.
           READ acquit
             AT END     SET w-eof-acq-oui  TO TRUE
             NOT AT END SET w-eof-acq-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle d'un acquittement : identifiant present, sort 'A' ou
      * 'R', numero de compte present pour une ligne acceptee, et
      * ouverture connue (emise par TLMBPGM53).
      *****************************************************************
       TRT-ACQ-ENR.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN f-acq-pro-id = SPACES
               MOVE 'identifiant absent'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN NOT f-acq-acceptee AND NOT f-acq-rejetee
               MOVE 'sort invalide'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-acq-acceptee AND f-acq-compte = SPACES
               MOVE 'compte absent'        TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM LIT-OUVERTURE
           END-EVALUATE
           PERFORM LEC-ACQUIT
           .

       LIT-OUVERTURE.
           MOVE f-acq-pro-id               TO tlmofa-proid
           EXEC SQL
             SELECT STATUT
               INTO :tlmofa-statut
               FROM TRAIN04.TLMOFA
               WHERE PROID = :tlmofa-proid
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               IF f-acq-acceptee THEN
                 PERFORM ACCEPTE-OUVERTURE
               ELSE
                 PERFORM REFUSE-OUVERTURE
               END-IF
             WHEN 100
               MOVE 'ouverture inconnue'   TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR SELECT TLMOFA <' tlmofa-proid
                       '> SQLCODE <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           .

      *****************************************************************
      * Ouverture acceptee : numero de compte porte sur le prospect,
      * sans toucher a DTMAJ (donnee de la facturation, pas une
      * modification metier de la fiche), et ouverture close.
      *****************************************************************
       ACCEPTE-OUVERTURE.
           MOVE f-acq-compte               TO tlmofa-compte
           EXEC SQL
             UPDATE TRAIN04.TLMPRO
               SET COMPTEFAC = :tlmofa-compte
               WHERE ID = :tlmofa-proid
           END-EXEC
           IF SQLCODE = 0 THEN
             EXEC SQL
               UPDATE TRAIN04.TLMOFA
                 SET STATUT = 'A',
                     COMPTE = :tlmofa-compte,
                     MOTIF  = ' ',
                     DTACQ  = CURRENT TIMESTAMP
                 WHERE PROID = :tlmofa-proid
             END-EXEC
           END-IF
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-accepte
             STRING
               'Compte facturation <'      DELIMITED SIZE
               tlmofa-compte               DELIMITED SIZE
               '> porte sur le prospect <' DELIMITED SIZE
               tlmofa-proid                DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR ACCEPTATION <' tlmofa-proid
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Ouverture rejetee : a corriger, avec le motif de la
      * facturation (motif absent = signale comme tel).
      *****************************************************************
       REFUSE-OUVERTURE.
           IF f-acq-motif = SPACES THEN
             MOVE 'Motif non communique par la facturation'
                                           TO tlmofa-motif
           ELSE
             MOVE f-acq-motif              TO tlmofa-motif
           END-IF
           EXEC SQL
             UPDATE TRAIN04.TLMOFA
               SET STATUT = 'R',
                   MOTIF  = :tlmofa-motif,
                   DTACQ  = CURRENT TIMESTAMP
               WHERE PROID = :tlmofa-proid
           END-EXEC
           IF SQLCODE = 0 THEN
             ADD 1                         TO w-cpt-refuse
             STRING
               'Ouverture rejetee <'       DELIMITED SIZE
               tlmofa-proid                DELIMITED SIZE
               '> '                        DELIMITED SIZE
               tlmofa-motif                DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             ADD 1                         TO w-cpt-rejet
             DISPLAY 'MET-ERR REJET TLMOFA <' tlmofa-proid
                     '> SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Ouvertures sans acquittement au-dela du delai : escaladees si
      * deja emises le nombre maximal de fois, sinon a reemettre par
      * TLMBPGM53. Mises a jour ensemblistes (meme principe que
      * TLMBPGM38), nombre de lignes touchees repris de SQLERRD (3).
      *****************************************************************
       TRT-HORS-DELAI.
           PERFORM CALCULE-DATE-LIMITE
           EXEC SQL
             UPDATE TRAIN04.TLMOFA
               SET STATUT = 'X',
                   DTACQ  = CURRENT TIMESTAMP
               WHERE STATUT = 'E'
                 AND DTEMIS <= :w-date-limite
                 AND NBEMIS >= :w-max-emis
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-escalade
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR ESCALADE TLMOFA <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           EXEC SQL
             UPDATE TRAIN04.TLMOFA
               SET STATUT = 'M',
                   DTACQ  = CURRENT TIMESTAMP
               WHERE STATUT = 'E'
                 AND DTEMIS <= :w-date-limite
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               MOVE SQLERRD (3)            TO w-cpt-relance
             WHEN 100
               CONTINUE
             WHEN OTHER
               DISPLAY 'MET-ERR RELANCE TLMOFA <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
           END-EVALUATE
           MOVE SPACES                     TO w-enr-log
           STRING
             'Date limite d''acquittement retenue : <' DELIMITED SIZE
             w-date-limite                 DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Chargement en memoire du calendrier des jours feries (400 au
      * plus) puis recul de w-delai jours ouvres depuis aujourd'hui.
      *****************************************************************
       CALCULE-DATE-LIMITE.
           MOVE ZERO                     TO w-jof-nbr
           SET w-jof-fin-non             TO TRUE
           EXEC SQL
             OPEN CURS-JOF
           END-EXEC
           IF SQLCODE = 0 THEN
             PERFORM LEC-JOF
             PERFORM CHARGE-JOF          UNTIL w-jof-fin-oui
                                            OR w-jof-nbr >= 400
             EXEC SQL
               CLOSE CURS-JOF
             END-EXEC
           END-IF
           ACCEPT w-date-curs            FROM DATE YYYYMMDD
           ACCEPT w-dow                  FROM DAY-OF-WEEK
           MOVE ZERO                     TO w-cal
                                            w-ouvres
           PERFORM RECULE-UN-JOUR
             UNTIL w-ouvres >= w-delai
                OR w-cal >= 9999
           MOVE w-date-curs-x            TO w-date-limite
           .

       LEC-JOF.
           EXEC SQL
             FETCH CURS-JOF
               INTO :w-jof-jour
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-jof-fin-oui           TO TRUE
           END-IF
           .

       CHARGE-JOF.
           ADD 1                         TO w-jof-nbr
           MOVE w-jof-jour               TO w-jof-ent (w-jof-nbr)
           PERFORM LEC-JOF
           .

       RECULE-UN-JOUR.
           PERFORM DECREMENTE-DATE
           ADD 1                         TO w-cal
           IF w-dow = 1 THEN
             MOVE 7                      TO w-dow
           ELSE
             SUBTRACT 1                  FROM w-dow
           END-IF
           IF w-dow <= 5 THEN
             PERFORM CHERCHE-FERIE
             IF w-jof-trouve-non THEN
               ADD 1                     TO w-ouvres
             END-IF
           END-IF
           .

       DECREMENTE-DATE.
           IF w-curs-jj > 1 THEN
             SUBTRACT 1                  FROM w-curs-jj
           ELSE
             IF w-curs-mm = 1 THEN
               SUBTRACT 1                FROM w-curs-aaaa
               MOVE 12                   TO w-curs-mm
               MOVE 31                   TO w-curs-jj
             ELSE
               SUBTRACT 1                FROM w-curs-mm
               PERFORM DERNIER-JOUR-MOIS
             END-IF
           END-IF
           .

       DERNIER-JOUR-MOIS.
           EVALUATE w-curs-mm
             WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
               MOVE 31                   TO w-curs-jj
             WHEN 4 WHEN 6 WHEN 9 WHEN 11
               MOVE 30                   TO w-curs-jj
             WHEN 2
               DIVIDE w-curs-aaaa BY 4
                 GIVING w-div4 REMAINDER w-reste4
               IF w-reste4 = 0 THEN
                 MOVE 29                 TO w-curs-jj
               ELSE
                 MOVE 28                 TO w-curs-jj
               END-IF
           END-EVALUATE
           .

       CHERCHE-FERIE.
           SET w-jof-trouve-non          TO TRUE
           PERFORM CHERCHE-FERIE-ENT
             VARYING w-jof-i FROM 1 BY 1
             UNTIL w-jof-i > w-jof-nbr
                OR w-jof-trouve-oui
           .

       CHERCHE-FERIE-ENT.
           IF w-jof-ent (w-jof-i) = w-date-curs-x THEN
             SET w-jof-trouve-oui        TO TRUE
           END-IF
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
             MOVE 0                        TO w-cpt-accepte
                                              w-cpt-refuse
                                              w-cpt-relance
                                              w-cpt-escalade
             MOVE 'Traitement en echec, rien de valide.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Liste des ouvertures a corriger : prospect, charge de compte
      * et motif du rejet de la facturation.
      *****************************************************************
       EDITE-A-CORRIGER.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'OUVERTURES REJETEES PAR LA FACTURATION, A CORRIGER :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-A-CORRIGER
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-A-CORRIGER <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-lst-non             TO TRUE
             PERFORM LEC-A-CORRIGER
             PERFORM EDITE-UNE-A-CORRIGER  UNTIL w-eot-lst-oui
             EXEC SQL
               CLOSE CURS-A-CORRIGER
             END-EXEC
           END-IF
           .

       LEC-A-CORRIGER.
           EXEC SQL
             FETCH CURS-A-CORRIGER
               INTO :w-pro-id, :w-pro-nom, :w-pro-commercial,
                    :tlmofa-motif
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-lst-non             TO TRUE
           ELSE
             SET w-eot-lst-oui             TO TRUE
           END-IF
           .

       EDITE-UNE-A-CORRIGER.
           ADD 1                           TO w-cpt-a-corriger
           STRING
             '  <'                         DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> <'                         DELIMITED SIZE
             w-pro-commercial              DELIMITED SIZE
             '> '                          DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           STRING
             '      motif : '              DELIMITED SIZE
             tlmofa-motif                  DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-A-CORRIGER
           .

      *****************************************************************
      * Liste des ouvertures escaladees : toujours sans acquittement
      * apres le nombre maximal d'emissions, a traiter avec la
      * facturation.
      *****************************************************************
       EDITE-ESCALADES.
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'OUVERTURES ESCALADEES, SANS ACQUITTEMENT :'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-ESCALADE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ESCALADE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-lst-non             TO TRUE
             PERFORM LEC-ESCALADE
             PERFORM EDITE-UNE-ESCALADE    UNTIL w-eot-lst-oui
             EXEC SQL
               CLOSE CURS-ESCALADE
             END-EXEC
           END-IF
           .

       LEC-ESCALADE.
           EXEC SQL
             FETCH CURS-ESCALADE
               INTO :w-pro-id, :w-pro-nom, :w-pro-commercial,
                    :tlmofa-nbemis, :tlmofa-dtemis
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-lst-non             TO TRUE
           ELSE
             SET w-eot-lst-oui             TO TRUE
           END-IF
           .

       EDITE-UNE-ESCALADE.
           ADD 1                           TO w-cpt-en-escalade
           MOVE tlmofa-nbemis              TO w-nbemis-aff
           STRING
             '  <'                         DELIMITED SIZE
             w-pro-id                      DELIMITED SIZE
             '> <'                         DELIMITED SIZE
             w-pro-commercial              DELIMITED SIZE
             '> emise '                    DELIMITED SIZE
             w-nbemis-aff                  DELIMITED SIZE
             ' fois, derniere le '         DELIMITED SIZE
             tlmofa-dtemis                 DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-pro-nom                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-ESCALADE
           .

      *****************************************************************
      * Rejet d'un acquittement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-acq (1 : 17)             TO w-enr-log (8 : 17)
           MOVE '>'                        TO w-enr-log (25 : 1)
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
           MOVE '|     ACQUITTEMENTS DE LA FACTURATION            |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------------------            |'
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
           MOVE w-cpt-accepte          TO w-rap-accepte-nbr
           MOVE w-rap-accepte          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-refuse           TO w-rap-refuse-nbr
           MOVE w-rap-refuse           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-relance          TO w-rap-relance-nbr
           MOVE w-rap-relance          TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-escalade         TO w-rap-escalade-nbr
           MOVE w-rap-escalade         TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-a-corriger       TO w-rap-a-corriger-nbr
           MOVE w-rap-a-corriger       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-en-escalade      TO w-rap-en-escalade-nbr
           MOVE w-rap-en-escalade      TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE acquit
           IF w-acquit NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE ACQUIT <' w-acquit '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM106.
