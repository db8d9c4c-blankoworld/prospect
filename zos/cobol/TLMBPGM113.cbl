      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : EVENEMENTS COMMERCIAUX (SALONS)
      * NOM DU PROGRAMME : TLMBPGM113
      * DESCRIPTION      : PROGRAMME BATCH DE BILAN D'UN EVENEMENT
      *    (FICHIER EVTCTL, IDENTIFIANT EN COL.1-6), A LANCER 90 JOURS
      *    APRES SA FIN :
      *       - PARTICIPATION (TLMEVP) : INVITES, INSCRITS, PRESENTS,
      *         DONT PRESENTS NON INVITES, TAUX DE PRESENCE DES
      *         INVITES ;
      *       - LEADS DES SCANS DE BADGES (TLMEVL, CF. TLMBPGM112) :
      *         NOUVEAUX PROSPECTS, PROSPECTS RETROUVES PAR SIRET OU
      *         PAR NOM ET CP, CONTACTS DEJA CONNUS ;
      *       - PROGRESSION DES STADES : POUR LES PRESENTS PUIS POUR
      *         LES LEADS, NOMBRE DE PROSPECTS PAR COUPLE (STADE AU
      *         MOMENT DE L'EVENEMENT, STADE A CE JOUR). UN NOUVEAU
      *         PROSPECT PART DU STADE 'N' ET EST RETROUVE PAR SON
      *         SIRET OU SES NOM ET CP PARMI LES PROSPECTS DE LA SOURCE
      *         DE L'EVENEMENT ; NON RETROUVE (LIGNE PILOTAGE REJETEE
      *         OU NON ENCORE PASSEE), IL APPARAIT EN STADE '?'.
      *    AVANT 90 JOURS, LE BILAN EST EDITE MAIS SIGNALE PROVISOIRE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM113.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200309.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant l'evenement traite
           SELECT evtctl  ASSIGN TO EVTCTL
             FILE STATUS IS w-evtctl.
      *    Fichier de journalisation (bilan de l'evenement)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD evtctl RECORDING MODE F.
       01 f-evtctl.
           05 f-ctl-evtid                 PIC  X(06).
           05 FILLER                      PIC  X(74).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table des evenements
           EXEC SQL
             INCLUDE DCLEVT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-evtctl                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Evenement exploitable ?
       01 w-evt-ok                       PIC   9.
           88 w-evt-ok-oui                       VALUE 1.
           88 w-evt-ok-non                       VALUE 0.
      *    Fin de parcours des curseurs de progression
       01 w-eot-prg                      PIC   9.
           88 w-eot-prg-oui                      VALUE 1.
           88 w-eot-prg-non                      VALUE 0.
      *    Fin de l'evenement au format ISO, et recul en jours
       01 w-dtfin-iso.
           05 w-iso-aaaa                 PIC   X(04).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-mm                   PIC   X(02).
           05 FILLER                     PIC   X(01) VALUE '-'.
           05 w-iso-jj                   PIC   X(02).
       77 w-recul                        PIC  S9(09) COMP.
       77 w-recul-aff                    PIC   ZZZZZZ9.
      *    Recul au-dela duquel le bilan est definitif (en jours)
       77 w-recul-bilan                  PIC  S9(09) COMP VALUE 90.
      *    Ligne courante des curseurs de progression
       77 w-prg-stade0                   PIC   X(01).
       77 w-prg-stade                    PIC   X(01).
       77 w-prg-nb                       PIC  S9(07) COMP-3.
      *    Taux de presence des invites
       01 w-taux                         PIC   9(03)V9.
       77 w-pct-aff                      PIC   ZZ9.9.
      *    Compteurs pour le bilan
       01 w-compteur.
           05 w-cpt-invite                PIC  S9(07) COMP-3.
           05 w-cpt-inscrit               PIC  S9(07) COMP-3.
           05 w-cpt-present               PIC  S9(07) COMP-3.
           05 w-cpt-preinv                PIC  S9(07) COMP-3.
           05 w-cpt-noninv                PIC  S9(07) COMP-3.
           05 w-cpt-lead                  PIC  S9(07) COMP-3.
           05 w-cpt-nouveau               PIC  S9(07) COMP-3.
           05 w-cpt-siret                 PIC  S9(07) COMP-3.
           05 w-cpt-nomcp                 PIC  S9(07) COMP-3.
           05 w-cpt-connu                 PIC  S9(07) COMP-3.
       01 w-rap-invite.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts invites :                         '.
           05 w-rap-invite-nbr            PIC   ZZZZZZ9.
       01 w-rap-inscrit.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts inscrits :                        '.
           05 w-rap-inscrit-nbr           PIC   ZZZZZZ9.
       01 w-rap-present.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts presents :                        '.
           05 w-rap-present-nbr           PIC   ZZZZZZ9.
       01 w-rap-noninv.
           05 FILLER                     PIC   X(43) VALUE
                'dont presents non invites :                '.
           05 w-rap-noninv-nbr            PIC   ZZZZZZ9.
       01 w-rap-lead.
           05 FILLER                     PIC   X(43) VALUE
                'Badges scannes convertis :                 '.
           05 w-rap-lead-nbr              PIC   ZZZZZZ9.
       01 w-rap-nouveau.
           05 FILLER                     PIC   X(43) VALUE
                'dont nouveaux prospects :                  '.
           05 w-rap-nouveau-nbr           PIC   ZZZZZZ9.
       01 w-rap-siret.
           05 FILLER                     PIC   X(43) VALUE
                'dont prospects retrouves par SIRET :       '.
           05 w-rap-siret-nbr             PIC   ZZZZZZ9.
       01 w-rap-nomcp.
           05 FILLER                     PIC   X(43) VALUE
                'dont prospects retrouves par nom et CP :   '.
           05 w-rap-nomcp-nbr             PIC   ZZZZZZ9.
       01 w-rap-connu.
           05 FILLER                     PIC   X(43) VALUE
                'dont contacts deja connus :                '.
           05 w-rap-connu-nbr             PIC   ZZZZZZ9.
       01 w-rap-prg.
           05 FILLER                     PIC   X(08) VALUE
                '  Stade '.
           05 w-rap-prg-de                PIC   X(01).
           05 FILLER                     PIC   X(10) VALUE
                ' -> stade '.
           05 w-rap-prg-a                 PIC   X(01).
           05 FILLER                     PIC   X(23) VALUE SPACES.
           05 w-rap-prg-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Progression des presents : stade a l'invitation (ou a
      * l'inscription sur place) et stade actuel de leur prospect
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRG-PAR CURSOR FOR
               SELECT E.STADE0, P.STADE, COUNT(*)
               FROM TRAIN04.TLMEVP E, TRAIN04.TLMPRO P
               WHERE E.EVTID = :tlmevt-id
                 AND E.PRESENT = 'O'
                 AND P.ID = E.PROID
               GROUP BY E.STADE0, P.STADE
               ORDER BY 1, 2
           END-EXEC.

      *****************************************************************
      * Progression des leads : stade au scan et stade actuel du
      * prospect, rapproche au scan ou cree depuis par le pilotage
      * (retrouve parmi les prospects de la source de l'evenement)
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PRG-LEAD CURSOR FOR
               SELECT X.STADE0, COALESCE(P.STADE, '?'), COUNT(*)
               FROM (SELECT L.STADE0,
                            CASE WHEN L.PROID NOT = ' '
                                 THEN L.PROID
                                 ELSE COALESCE(
                                   (SELECT MIN(P2.ID)
                                      FROM TRAIN04.TLMPRO P2
                                     WHERE P2.SOURCE = :tlmevt-source
                                       AND ((L.SIRET NOT = ' '
                                             AND P2.SIRET = L.SIRET)
                                         OR (P2.NOM = L.NOM
                                             AND P2.ADDR_CP = L.CP))),
                                   ' ')
                            END AS PROID
                       FROM TRAIN04.TLMEVL L
                      WHERE L.EVTID = :tlmevt-id) AS X
                    LEFT OUTER JOIN TRAIN04.TLMPRO P
                      ON P.ID = X.PROID
               GROUP BY X.STADE0, COALESCE(P.STADE, '?')
               ORDER BY 1, 2
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, BILAN D''UN EVENEMENT'
           PERFORM INIT
           IF w-evt-ok-oui THEN
             PERFORM CALC-RECUL
             PERFORM EDITE-PARTICIPATION
             PERFORM EDITE-LEADS
             PERFORM EDITE-PROGRESSION
           ELSE
             MOVE 16                      TO RETURN-CODE
           END-IF
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de l'evenement, ecriture de
      * l'entete du log.
      *****************************************************************
       INIT.
           SET w-evt-ok-non                TO TRUE
           MOVE SPACES                     TO tlmevt-id
           OPEN INPUT evtctl
           IF w-evtctl = '00' THEN
             READ evtctl
                 AT END     CONTINUE
                 NOT AT END
                   MOVE f-ctl-evtid        TO tlmevt-id
             END-READ
             CLOSE evtctl
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-invite
                                               w-cpt-inscrit
                                               w-cpt-present
                                               w-cpt-preinv
                                               w-cpt-noninv
                                               w-cpt-lead
                                               w-cpt-nouveau
                                               w-cpt-siret
                                               w-cpt-nomcp
                                               w-cpt-connu
           PERFORM ENTETE
           PERFORM LEC-EVENEMENT
           .

       LEC-EVENEMENT.
           EXEC SQL
             SELECT LIBELLE, SOURCE, DTDEB, DTFIN
               INTO :tlmevt-libelle, :tlmevt-source, :tlmevt-dtdeb,
                    :tlmevt-dtfin
               FROM TRAIN04.TLMEVT
               WHERE ID = :tlmevt-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR EVENEMENT <' tlmevt-id
                     '> SQLCODE <' sqlcode '>'
             STRING
               'Evenement <'               DELIMITED SIZE
               tlmevt-id                   DELIMITED SIZE
               '> inconnu'                 DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             SET w-evt-ok-oui              TO TRUE
             STRING
               'Evenement <'               DELIMITED SIZE
               tlmevt-id                   DELIMITED SIZE
               '> '                        DELIMITED SIZE
               tlmevt-libelle              DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             STRING
               'Du '                       DELIMITED SIZE
               tlmevt-dtdeb                DELIMITED SIZE
               ' au '                      DELIMITED SIZE
               tlmevt-dtfin                DELIMITED SIZE
               ', source '                 DELIMITED SIZE
               tlmevt-source               DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           END-IF
           .

      *****************************************************************
      * Recul depuis la fin de l'evenement : avant 90 jours, la
      * progression des stades n'est pas encore significative.
      *****************************************************************
       CALC-RECUL.
           MOVE tlmevt-dtfin (1 : 4)       TO w-iso-aaaa
           MOVE tlmevt-dtfin (5 : 2)       TO w-iso-mm
           MOVE tlmevt-dtfin (7 : 2)       TO w-iso-jj
           EXEC SQL
             SELECT DAYS(CURRENT DATE) - DAYS(DATE(:w-dtfin-iso))
               INTO :w-recul
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DE FIN <' tlmevt-dtfin
                     '> SQLCODE <' SQLCODE '>'
             MOVE 0                        TO w-recul
           END-IF
           IF w-recul < 0 THEN
             MOVE 0                        TO w-recul-aff
           ELSE
             MOVE w-recul                  TO w-recul-aff
           END-IF
           STRING
             'Bilan a '                    DELIMITED SIZE
             w-recul-aff                   DELIMITED SIZE
             ' jours de la fin de l''evenement' DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           IF w-recul < w-recul-bilan THEN
             MOVE 'ATTENTION : bilan provisoire, moins de 90 jours'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Participation : liste de l'evenement (TLMEVP)
      *****************************************************************
       EDITE-PARTICIPATION.
           EXEC SQL
             SELECT COALESCE(SUM(CASE WHEN INVITE = 'O'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN INSCRIT = 'O'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN PRESENT = 'O'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN PRESENT = 'O'
                                       AND INVITE = 'O'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN PRESENT = 'O'
                                       AND INVITE = 'N'
                                      THEN 1 ELSE 0 END), 0)
               INTO :w-cpt-invite, :w-cpt-inscrit, :w-cpt-present,
                    :w-cpt-preinv, :w-cpt-noninv
               FROM TRAIN04.TLMEVP
               WHERE EVTID = :tlmevt-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR COMPTAGE TLMEVP SQLCODE <' SQLCODE '>'
           END-IF
           MOVE 'PARTICIPATION'            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-invite               TO w-rap-invite-nbr
           MOVE w-rap-invite               TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-inscrit              TO w-rap-inscrit-nbr
           MOVE w-rap-inscrit              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-present              TO w-rap-present-nbr
           MOVE w-rap-present              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-noninv               TO w-rap-noninv-nbr
           MOVE w-rap-noninv               TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-cpt-invite > 0 THEN
             COMPUTE w-taux ROUNDED = w-cpt-preinv * 100
                                    / w-cpt-invite
           ELSE
             MOVE 0                        TO w-taux
           END-IF
           MOVE w-taux                     TO w-pct-aff
           STRING
             'Taux de presence des invites : ' DELIMITED SIZE
             w-pct-aff                     DELIMITED SIZE
             ' %'                          DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Leads des scans de badges (TLMEVL), par resultat du
      * rapprochement
      *****************************************************************
       EDITE-LEADS.
           EXEC SQL
             SELECT COUNT(*),
                    COALESCE(SUM(CASE WHEN RAPPROCH = ' '
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RAPPROCH = 'S'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RAPPROCH = 'N'
                                      THEN 1 ELSE 0 END), 0),
                    COALESCE(SUM(CASE WHEN RAPPROCH = 'C'
                                      THEN 1 ELSE 0 END), 0)
               INTO :w-cpt-lead, :w-cpt-nouveau, :w-cpt-siret,
                    :w-cpt-nomcp, :w-cpt-connu
               FROM TRAIN04.TLMEVL
               WHERE EVTID = :tlmevt-id
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR COMPTAGE TLMEVL SQLCODE <' SQLCODE '>'
           END-IF
           MOVE 'LEADS'                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lead                 TO w-rap-lead-nbr
           MOVE w-rap-lead                 TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nouveau              TO w-rap-nouveau-nbr
           MOVE w-rap-nouveau              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-siret                TO w-rap-siret-nbr
           MOVE w-rap-siret                TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-nomcp                TO w-rap-nomcp-nbr
           MOVE w-rap-nomcp                TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-connu                TO w-rap-connu-nbr
           MOVE w-rap-connu                TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Progression des stades, presents puis leads
      *****************************************************************
       EDITE-PROGRESSION.
           MOVE 'PROGRESSION DES STADES DES PRESENTS'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-PRG-PAR
           END-EXEC
           SET w-eot-prg-non                TO TRUE
           PERFORM LEC-PRG-PAR
           PERFORM TRT-PRG-PAR              UNTIL w-eot-prg-oui
           EXEC SQL
             CLOSE CURS-PRG-PAR
           END-EXEC
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'PROGRESSION DES STADES DES LEADS (N : nouveau,'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '  ? : prospect non encore cree)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           EXEC SQL
             OPEN CURS-PRG-LEAD
           END-EXEC
           SET w-eot-prg-non                TO TRUE
           PERFORM LEC-PRG-LEAD
           PERFORM TRT-PRG-LEAD             UNTIL w-eot-prg-oui
           EXEC SQL
             CLOSE CURS-PRG-LEAD
           END-EXEC
           .

       LEC-PRG-PAR.
           EXEC SQL
             FETCH CURS-PRG-PAR
               INTO :w-prg-stade0, :w-prg-stade, :w-prg-nb
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-prg-non              TO TRUE
           ELSE
             SET w-eot-prg-oui              TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-PRG-PAR SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       TRT-PRG-PAR.
           PERFORM ECRIT-PROGRESSION
           PERFORM LEC-PRG-PAR
           .

       LEC-PRG-LEAD.
           EXEC SQL
             FETCH CURS-PRG-LEAD
               INTO :w-prg-stade0, :w-prg-stade, :w-prg-nb
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-prg-non              TO TRUE
           ELSE
             SET w-eot-prg-oui              TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-PRG-LEAD SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

       TRT-PRG-LEAD.
           PERFORM ECRIT-PROGRESSION
           PERFORM LEC-PRG-LEAD
           .

       ECRIT-PROGRESSION.
           MOVE w-prg-stade0               TO w-rap-prg-de
           MOVE w-prg-stade                TO w-rap-prg-a
           MOVE w-prg-nb                   TO w-rap-prg-nbr
           MOVE w-rap-prg                  TO w-enr-log
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
      * Entete du bilan
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     BILAN D''UN EVENEMENT COMMERCIAL            |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -----------------------------------        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
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

       END PROGRAM TLMBPGM113.
