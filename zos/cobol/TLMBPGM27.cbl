      *    SONT COMPTES ET IGNORES : PAS DE COURRIER SANS DESTINATAIRE
      *    NOMME. L'ADRESSE POSTALE RETENUE EST L'ADRESSE DE LIVRAISON
      *    (TLMADR, TYPE 'L') QUAND LE PROSPECT EN A UNE, A DEFAUT SON
      *    ADRESSE PRINCIPALE (TLMPRO). UN PROSPECT EN ATTENTE, OU
      *    DONT LE CONTACT PRINCIPAL EST EN ATTENTE ("NE PAS SOLLICITER
      *    AVANT LE", CF. DTATTENTE), N'EST PAS EXTRAIT ; IL EST
      *    COMPTE A PART.
      *
      *    LES CRITERES DE SELECTION (STADE ET/OU VILLE, ESPACE =
      *    TOUS) SONT LUS SUR LE FICHIER DE CONTROLE SELECTION, SUR
      *    LE MEME PRINCIPE QUE LE CIBLAGE DE TLMBPGM20.
      *    L'EXTRAIT EST POSTAL : NI TELEPHONE NI ADRESSE ELECTRONIQUE
      *    N'EN SORTENT, EN CLAIR COMME EN JETON (CF. TLMTOK).
      *    CHAQUE PASSAGE EST TRACE DANS LE JOURNAL DES EXTRACTIONS
      *    NOMINATIVES TLMEXT (TYPE, INSTANT DES DONNEES, CRITERES,
      *    VOLUME), BASE DE L'ETUDE D'IMPACT D'UNE VIOLATION DE
      *    DONNEES (TLMBPGM129).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM27.
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    extractions nominatives (TLMEXT)
           EXEC SQL
             INCLUDE DCLEXT
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-selection                    PIC   X(02).
       01 w-publi                        PIC   X(02).
       01 w-con-prenom                   PIC   X(35).
       01 w-con-fonction                 PIC   X(40).
      *    Nombre de prospects actifs repondant aux criteres (pour
      *    compter ceux ignores faute de principal exploitable), dont
      *    en attente
       77 w-nbr-eligibles                PIC  S9(07) COMP-3.
       77 w-nbr-attente                  PIC  S9(07) COMP-3.
      *    Date du jour (AAAAMMJJ), pour les mises en attente
       01 w-date-jour                    PIC   X(08).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-extrait               PIC  S9(07) COMP-3.
           05 w-cpt-ignore                PIC  S9(07) COMP-3.
           05 w-cpt-attente               PIC  S9(07) COMP-3.
       01 w-rap-extrait.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de courriers extraits :             '.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects sans principal exploitable :     '.
           05 w-rap-ignore-nbr            PIC   ZZZZZZ9.
       01 w-rap-attente.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects ecartes (mise en attente) :      '.
           05 w-rap-attente-nbr           PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      * le courrier est l'adresse de livraison (TLMADR, type 'L') si
      * le prospect en a une, sinon son adresse principale (TLMPRO).
      * Les criteres de selection et le tri restent sur l'adresse
      * principale, reference administrative du prospect. Prospect
      * ou contact principal en attente (date de reprise posterieure
      * au jour) : ecarte, compte via COMPTE-ELIGIBLES.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-PUBLI CURSOR FOR
                 AND C.STATUT = 'A'
                 AND C.PRINCIPAL = 'O'
                 AND C.OPTOUT NOT = 'O'
                 AND P.DTATTENTE <= :w-date-jour
                 AND C.DTATTENTE <= :w-date-jour
                 AND (:w-sel-stade = ' ' OR P.STADE = :w-sel-stade)
                 AND (:w-sel-ville = ' '
                      OR P.ADDR_VILLE = :w-sel-ville)
      *****************************************************************
       INIT.
           MOVE SPACES                     TO w-sel-stade w-sel-ville
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           OPEN INPUT selection
           IF w-selection = '00' THEN
             READ selection
           END-IF
           MOVE 0                          TO w-cpt-extrait
                                               w-cpt-ignore
                                               w-cpt-attente
      *    Instant de reference des donnees extraites, pour le
      *    journal des extractions
           EXEC SQL
             SELECT CHAR(CURRENT TIMESTAMP)
               INTO :tlmext-dtdonnees
             FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM ENTETE
           .

      *****************************************************************
      * Denombrement des prospects actifs repondant aux criteres,
      * pour chiffrer ceux qui seront ignores faute de contact
      * principal exploitable (difference avec les extraits), et de
      * ceux ecartes parce qu'eux-memes ou leur contact principal
      * actif non oppose sont en attente.
      *****************************************************************
       COMPTE-ELIGIBLES.
           EXEC SQL
             MOVE 0                        TO w-nbr-eligibles
             DISPLAY 'MET-ERR COMPTAGE ELIGIBLES <' sqlcode '>'
           END-IF
           EXEC SQL
             SELECT COUNT(*)
               INTO :w-nbr-attente
               FROM TRAIN04.TLMPRO P
               WHERE P.STATUT = 'A'
                 AND (:w-sel-stade = ' ' OR P.STADE = :w-sel-stade)
                 AND (:w-sel-ville = ' '
                      OR P.ADDR_VILLE = :w-sel-ville)
                 AND (P.DTATTENTE > :w-date-jour
                      OR EXISTS
                         (SELECT 1 FROM TRAIN04.TLMCON C
                            WHERE C.PID = P.ID
                              AND C.STATUT = 'A'
                              AND C.PRINCIPAL = 'O'
                              AND C.OPTOUT NOT = 'O'
                              AND C.DTATTENTE > :w-date-jour))
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             MOVE 0                        TO w-nbr-attente
             DISPLAY 'MET-ERR COMPTAGE ATTENTES <' sqlcode '>'
           END-IF
           MOVE w-nbr-attente              TO w-cpt-attente
           .

      *****************************************************************
             CLOSE CURS-PUBLI
           END-EXEC
           COMPUTE w-cpt-ignore = w-nbr-eligibles - w-cpt-extrait
                                  - w-cpt-attente
           IF w-cpt-ignore < 0 THEN
             MOVE 0                        TO w-cpt-ignore
           END-IF
           MOVE w-cpt-ignore           TO w-rap-ignore-nbr
           MOVE w-rap-ignore           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-attente          TO w-rap-attente-nbr
           MOVE w-rap-attente          TO w-enr-log
           PERFORM ECRIT-LOG
           PERFORM JOURNALISE-EXTRACTION
           CLOSE publi
           IF w-publi NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PUBLI <' w-publi '>'
           END-IF
           .

      *****************************************************************
      * Trace de l'extraction dans le journal TLMEXT, qui permet de
      * retrouver les contacts d'un fichier perdu ou divulgue
      * (TLMBPGM129). Un incident est signale sans invalider le
      * fichier produit.
      *****************************************************************
       JOURNALISE-EXTRACTION.
           MOVE 'PUB'                      TO tlmext-typeext
           MOVE 'TLMBPGM27'                TO tlmext-programme
           MOVE SPACES                     TO tlmext-critere
           STRING 'STADE=' w-sel-stade ' VILLE=' w-sel-ville
             DELIMITED BY SIZE          INTO tlmext-critere
           MOVE w-cpt-extrait              TO tlmext-nbenr
           EXEC SQL
             INSERT INTO TRAIN04.TLMEXT (
                 TYPEEXT, PROGRAMME, DTEXEC, DTDONNEES, CRITERE,
                 NBENR)
               VALUES (
                 :tlmext-typeext, :tlmext-programme,
                 CURRENT TIMESTAMP, :tlmext-dtdonnees,
                 :tlmext-critere, :tlmext-nbenr)
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR TRACE TLMEXT SQLCODE <' sqlcode '>'
           ELSE
             EXEC SQL
               COMMIT
             END-EXEC
           END-IF
           .

       END PROGRAM TLMBPGM27.
