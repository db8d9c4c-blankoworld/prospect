      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : MISES EN ATTENTE ("NE PAS CONTACTER AVANT")
      * NOM DU PROGRAMME : TLMBPGM116
      * DESCRIPTION      : PROGRAMME BATCH HEBDOMADAIRE DES MISES EN
      *    ATTENTE ARRIVANT A ECHEANCE (TLMPRO.DTATTENTE ET
      *    TLMCON.DTATTENTE, POSEES PAR LA LIGNE W DE PILOTAGE OU PAR
      *    PF11 SUR TLM2) : PROSPECTS ET CONTACTS ACTIFS DONT LA DATE
      *    DE FIN D'ATTENTE (PREMIER JOUR OU LE CONTACT EST DE NOUVEAU
      *    PERMIS) TOMBE DANS LES 7 PROCHAINS JOURS, DEMAIN COMPRIS.
      *    LISTE (DD LISTE) UNE PAGE PAR CHARGE DE COMPTE DU PROSPECT,
      *    PAR DATE DE FIN D'ATTENTE, POUR PREPARER LES RAPPELS ; UN
      *    CONTACT EST EDITE AVEC LE TELEPHONE A RAPPELER.
      *    COMPTE-RENDU DES VOLUMES DANS JOURNAUX.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM116.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200330.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Liste des attentes a echeance, par charge de compte
           SELECT liste   ASSIGN TO LISTE
             FILE STATUS IS w-liste.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD liste RECORDING MODE F.
       01 f-liste                        PIC   X(80).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-liste                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fenetre d'echeance : du lendemain a jour + w-fen-jours
      *    (format AAAAMMJJ de DTATTENTE)
       77 w-fen-jours                    PIC  S9(04) COMP VALUE 7.
       01 w-date-jour                    PIC   X(08).
       01 w-dt-limite                    PIC   X(08).
      *    Fin de parcours du curseur des attentes
       01 w-eot-att                      PIC   9.
           88 w-eot-att-oui                      VALUE 1.
           88 w-eot-att-non                      VALUE 0.
      *    Ligne courante du curseur CURS-ECHEANCE : charge de compte,
      *    type (P prospect, C contact), fiche, prospect, nom,
      *    telephone, fin d'attente et motif
       01 w-ech-commercial               PIC   X(04).
       01 w-ech-com-nom                  PIC   X(35).
       01 w-ech-type                     PIC   X(01).
           88 w-ech-type-pro                     VALUE 'P'.
           88 w-ech-type-con                     VALUE 'C'.
       01 w-ech-id                       PIC   X(06).
       01 w-ech-pid                      PIC   X(06).
       01 w-ech-nom                      PIC   X(35).
       01 w-ech-tel                      PIC   X(10).
       01 w-ech-date                     PIC   X(08).
       01 w-ech-motif                    PIC   X(30).
      *    Charge de compte de la page en cours
       01 w-rup-com                      PIC   X(04) VALUE '????'.
       77 w-com-nbr                      PIC  S9(07) COMP-3.
      *    Ligne de detail de la liste
       01 w-lig-ech.
           05 w-lig-ech-type              PIC   X(01).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-id                PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-pid               PIC   X(06).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-nom               PIC   X(22).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-tel               PIC   X(10).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-date              PIC   X(08).
           05 FILLER                      PIC   X(01) VALUE SPACE.
           05 w-lig-ech-motif             PIC   X(21).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-pro                   PIC  S9(07) COMP-3.
           05 w-cpt-con                   PIC  S9(07) COMP-3.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
       01 w-rap-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects en fin d''attente (7 jours) :     '.
           05 w-rap-pro-nbr               PIC   ZZZZZZ9.
       01 w-rap-con.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts en fin d''attente (7 jours) :      '.
           05 w-rap-con-nbr               PIC   ZZZZZZ9.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Charges de compte destinataires :          '.
           05 w-rap-com-nbr               PIC   ZZZZZZ9.
      *    Lignes courantes a ecrire dans les fichiers LISTE et log
       77 w-enr-lst                      PIC   X(80).
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des attentes a echeance : prospects actifs, puis
      * contacts actifs (le charge de compte est celui du prospect du
      * contact), par charge de compte puis date de fin d'attente.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-ECHEANCE CURSOR FOR
               SELECT P.COMMERCIAL, COALESCE(M.NOM, ' '),
                      'P', P.ID, P.ID, P.NOM, ' ',
                      P.DTATTENTE, P.MOTATTENTE
               FROM TRAIN04.TLMPRO P
               LEFT OUTER JOIN TRAIN04.TLMCOM M
                 ON M.CODE = P.COMMERCIAL
               WHERE P.STATUT = 'A'
                 AND P.DTATTENTE >  :w-date-jour
                 AND P.DTATTENTE <= :w-dt-limite
               UNION ALL
               SELECT P.COMMERCIAL, COALESCE(M.NOM, ' '),
                      'C', C.ID, C.PID, COALESCE(C.NOM, ' '),
                      COALESCE(C.TEL, ' '),
                      C.DTATTENTE, C.MOTATTENTE
               FROM TRAIN04.TLMCON C
               INNER JOIN TRAIN04.TLMPRO P
                 ON P.ID = C.PID
               LEFT OUTER JOIN TRAIN04.TLMCOM M
                 ON M.CODE = P.COMMERCIAL
               WHERE C.STATUT = 'A'
                 AND P.STATUT = 'A'
                 AND C.DTATTENTE >  :w-date-jour
                 AND C.DTATTENTE <= :w-dt-limite
               ORDER BY 1, 8, 5, 3 DESC, 4
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, ATTENTES A ECHEANCE'
           PERFORM INIT
           PERFORM EDITE-ECHEANCES
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, fenetre d'echeance, entete du log
      *****************************************************************
       INIT.
           OPEN OUTPUT liste
           IF w-liste NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE LISTE <' w-liste '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-pro w-cpt-con
                                              w-cpt-com
           PERFORM CALC-FENETRE
           PERFORM ENTETE
           .

      *****************************************************************
      * Bornes de la fenetre d'echeance (meme calcul que TLMBPGM108)
      *****************************************************************
       CALC-FENETRE.
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           EXEC SQL
             SELECT REPLACE(CHAR(CURRENT DATE + :w-fen-jours DAYS,
                                 ISO), '-', '')
               INTO :w-dt-limite
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR CALCUL ECHEANCE SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             MOVE w-date-jour              TO w-dt-limite
           END-IF
           .

      *****************************************************************
      * Liste des attentes a echeance, une page par charge de compte
      *****************************************************************
       EDITE-ECHEANCES.
           EXEC SQL
             OPEN CURS-ECHEANCE
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ECHEANCE SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-att-oui             TO TRUE
           ELSE
             SET w-eot-att-non             TO TRUE
             PERFORM LEC-ECHEANCE
           END-IF
           IF w-eot-att-oui THEN
             STRING
               'ATTENTES A ECHEANCE DU '   DELIMITED SIZE
               w-date-jour                 DELIMITED SIZE
               ' AU '                      DELIMITED SIZE
               w-dt-limite                 DELIMITED SIZE
               ' : aucune'                 DELIMITED SIZE
               INTO w-enr-lst
             END-STRING
             PERFORM ECRIT-LISTE
           END-IF
           PERFORM EDITE-LIGNE-ECHEANCE    UNTIL w-eot-att-oui
           IF w-rup-com NOT = '????' THEN
             PERFORM EDITE-TOTAL-COMMERCIAL
           END-IF
           EXEC SQL
             CLOSE CURS-ECHEANCE
           END-EXEC
           .

       LEC-ECHEANCE.
           EXEC SQL
             FETCH CURS-ECHEANCE
               INTO :w-ech-commercial, :w-ech-com-nom,
                    :w-ech-type, :w-ech-id, :w-ech-pid,
                    :w-ech-nom, :w-ech-tel,
                    :w-ech-date, :w-ech-motif
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-att-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-ECHEANCE SQLCODE <'
                       SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

       EDITE-LIGNE-ECHEANCE.
           IF w-ech-commercial NOT = w-rup-com THEN
             IF w-rup-com NOT = '????' THEN
               PERFORM EDITE-TOTAL-COMMERCIAL
             END-IF
             MOVE w-ech-commercial         TO w-rup-com
             MOVE 0                        TO w-com-nbr
             ADD 1                         TO w-cpt-com
             PERFORM EDITE-ENTETE-COMMERCIAL
           END-IF
           MOVE w-ech-type                 TO w-lig-ech-type
           MOVE w-ech-id                   TO w-lig-ech-id
           MOVE w-ech-pid                  TO w-lig-ech-pid
           MOVE w-ech-nom                  TO w-lig-ech-nom
           MOVE w-ech-tel                  TO w-lig-ech-tel
           MOVE w-ech-date                 TO w-lig-ech-date
           MOVE w-ech-motif                TO w-lig-ech-motif
           MOVE w-lig-ech                  TO w-enr-lst
           PERFORM ECRIT-LISTE
           ADD 1                           TO w-com-nbr
           IF w-ech-type-pro THEN
             ADD 1                         TO w-cpt-pro
           ELSE
             ADD 1                         TO w-cpt-con
           END-IF
           PERFORM LEC-ECHEANCE
           .

       EDITE-ENTETE-COMMERCIAL.
           MOVE ALL '='                    TO w-enr-lst
           PERFORM ECRIT-LISTE
           STRING
             'ATTENTES A ECHEANCE DU '     DELIMITED SIZE
             w-date-jour                   DELIMITED SIZE
             ' AU '                        DELIMITED SIZE
             w-dt-limite                   DELIMITED SIZE
             INTO w-enr-lst
           END-STRING
           PERFORM ECRIT-LISTE
           IF w-rup-com = SPACES THEN
             MOVE 'Charge de compte : (prospect non affecte)'
                                           TO w-enr-lst
           ELSE
             STRING
               'Charge de compte : '       DELIMITED SIZE
               w-rup-com                   DELIMITED SIZE
               ' '                         DELIMITED SIZE
               w-ech-com-nom               DELIMITED SIZE
               INTO w-enr-lst
             END-STRING
           END-IF
           PERFORM ECRIT-LISTE
           MOVE ' '                        TO w-enr-lst
           PERFORM ECRIT-LISTE
           STRING
             'T Fiche  Prosp. Nom                    '
                                           DELIMITED SIZE
             'Telephone  Rappel   Motif'   DELIMITED SIZE
             INTO w-enr-lst
           END-STRING
           PERFORM ECRIT-LISTE
           MOVE ALL '-'                    TO w-enr-lst
           PERFORM ECRIT-LISTE
           .

       EDITE-TOTAL-COMMERCIAL.
           MOVE ALL '-'                    TO w-enr-lst
           PERFORM ECRIT-LISTE
           MOVE w-com-nbr                  TO w-rap-pro-nbr
           STRING
             'Rappels a preparer : '       DELIMITED SIZE
             w-rap-pro-nbr                 DELIMITED SIZE
             INTO w-enr-lst
           END-STRING
           PERFORM ECRIT-LISTE
           MOVE ' '                        TO w-enr-lst
           PERFORM ECRIT-LISTE
           .

      *****************************************************************
      * Ecriture d'une ligne dans la liste, avec verification du code
      * d'etat du fichier LISTE.
      *****************************************************************
       ECRIT-LISTE.
           WRITE f-liste                   FROM w-enr-lst
           IF w-liste NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE LISTE <' w-liste '>'
           END-IF
           MOVE SPACES                     TO w-enr-lst
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
           MOVE '|     ATTENTES A ECHEANCE                        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     -------------------                        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Fin d''attente du '      DELIMITED SIZE
             w-date-jour               DELIMITED SIZE
             ' (exclu) au '            DELIMITED SIZE
             w-dt-limite               DELIMITED SIZE
             ' (inclus)'               DELIMITED SIZE
             INTO w-enr-log
           END-STRING
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
           MOVE w-cpt-pro              TO w-rap-pro-nbr
           MOVE w-rap-pro              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-con              TO w-rap-con-nbr
           MOVE w-rap-con              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE liste
           IF w-liste NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE LISTE <' w-liste '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM116.
