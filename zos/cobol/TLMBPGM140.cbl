      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : COMMERCIAUX ITINERANTS (POSTES NOMADES)
      * NOM DU PROGRAMME : TLMBPGM140
      * DESCRIPTION      : PROGRAMME BATCH NOCTURNE DE CONSTITUTION DU
      *    PAQUET NOMADE DE CHAQUE COMMERCIAL (FICHIER PAQUET, FORMAT
      *    TLMCNOM1), CHARGE SUR SON POSTE POUR TRAVAILLER SANS
      *    CONNEXION EN TOURNEE :
      *       - SES PROSPECTS ACTIFS, LEURS CONTACTS ACTIFS ET LEURS
      *         AFFAIRES OUVERTES, CHAQUE LIGNE PORTANT SA DATE/HEURE
      *         DE DERNIERE MISE A JOUR (DTMAJ) COMME NUMERO DE
      *         VERSION ;
      *       - LES ACTIVITES DE SES CONTACTS SUR LES DERNIERS JOURS
      *         (PROFONDEUR LUE SUR LE FICHIER SEUIL, EN JOURS EN
      *         COL.1-3, ABSENT = 90 JOURS) ;
      *       - SES CONFLITS DE SYNCHRONISATION ENCORE OUVERTS
      *         (TLMNCF, POSES PAR TLMBPGM141), A RESOUDRE SUR LE
      *         POSTE.
      *    LES MODIFICATIONS ET ACTIVITES SAISIES HORS CONNEXION
      *    REVIENNENT PAR LE FICHIER RETOUR (FORMAT TLMCNOM2) TRAITE
      *    PAR TLMBPGM141 LA NUIT SUIVANTE. LE PAQUET EST CONSTITUE
      *    EN FIN DE CHAINE DE NUIT, APRES TOUTES LES MISES A JOUR :
      *    LES VERSIONS QU'IL PORTE SONT CELLES DU MATIN.
      *    LE COMMERCIAL APPELLE SES CONTACTS DEPUIS SON POSTE : LES
      *    TELEPHONES ET ADRESSES ELECTRONIQUES STOCKES EN JETONS
      *    (CF. TLMTOK) SONT RESOLUS EN CLAIR PAR LA COUCHE PHYSIQUE
      *    TLMPCON2, Y COMPRIS DANS LES CONFLITS RENVOYES, POUR AUTANT
      *    QUE TLMBPGM140 Y SOIT HABILITE (TLMCFG, PARAMETRE 'CLAIR') ;
      *    A DEFAUT, LES JETONS PARTENT TELS QUELS ET LE COMPTE-RENDU
      *    LES DECOMPTE (RC 4).
      *    CHAQUE PASSAGE EST TRACE DANS LE JOURNAL DES EXTRACTIONS
      *    NOMINATIVES TLMEXT (TYPE 'NOM'), POUR L'ETUDE D'IMPACT
      *    D'UNE VIOLATION DE DONNEES (TLMBPGM129) : UN POSTE NOMADE
      *    PERDU OU VOLE EST UN CAS TYPE.
      *    PROGRAMME EN LECTURE SEULE (HORS TRACE TLMEXT). RC=16 =
      *    INCIDENT SQL OU FICHIER, PAQUET INCOMPLET A NE PAS
      *    DIFFUSER.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM140.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200810.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant la profondeur en jours de
      *    l'historique d'activites
           SELECT seuil   ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Paquet nomade de tous les commerciaux (COPY TLMCNOM1)
           SELECT paquet  ASSIGN TO PAQUET
             FILE STATUS IS w-paquet.
      *    Fichier de journalisation (compte-rendu)
           SELECT log     ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-jours               PIC  9(03).
           05 FILLER                      PIC  X(77).
       FD paquet RECORDING MODE F.
       COPY TLMCNOM1 REPLACING ==:PROG:== BY ==f==.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clauses COPY generees par DCLGEN pour les tables lues
           EXEC SQL
             INCLUDE DCLPRO
           END-EXEC.
           EXEC SQL
             INCLUDE DCLCON
           END-EXEC.
           EXEC SQL
             INCLUDE DCLAFF
           END-EXEC.
           EXEC SQL
             INCLUDE DCLACT
           END-EXEC.
           EXEC SQL
             INCLUDE DCLNCF
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour le journal des
      *    extractions nominatives (TLMEXT)
           EXEC SQL
             INCLUDE DCLEXT
           END-EXEC.
      *    Clause COPY pour echange prog./ss-prog. avec la couche
      *    physique TLMPCON2 (resolution des jetons, fct CLAIR)
           COPY TLMCPIL.
           COPY TLMCCON2 REPLACING ==:PROG:== BY ==cpcon2==.
      *    Ligne retour mise de cote d'un conflit, pour la resolution
      *    des coordonnees d'un contact qu'elle porte
           COPY TLMCNOM2 REPLACING ==:PROG:== BY ==w==.
      *    Codes d'etat des fichiers
       01 w-seuil                        PIC   X(02).
       01 w-paquet                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Profondeur de l'historique d'activites, en jours
       01 w-jours                        PIC   9(03) VALUE 090.
      *    Date/heure de constitution du paquet
       01 w-dtpaquet                     PIC   X(26).
      *    Commercial en cours
       01 w-com                          PIC   X(04).
      *    Contact de rattachement d'une activite
       01 w-act-pro-id                   PIC   X(06).
      *    Coordonnees a resoudre en clair (jetons lus en base)
       01 w-clr-tel                      PIC   X(10).
       01 w-clr-mel                      PIC   X(80).
      *    Fins de parcours des curseurs
       01 w-eot-com                      PIC   9.
           88 w-eot-com-oui                      VALUE 1.
           88 w-eot-com-non                      VALUE 0.
       01 w-eot-det                      PIC   9.
           88 w-eot-det-oui                      VALUE 1.
           88 w-eot-det-non                      VALUE 0.
      *    Compteurs du commercial en cours (ligne de fin 'F')
       01 w-nbr-pro                      PIC  S9(07) COMP-3.
       01 w-nbr-con                      PIC  S9(07) COMP-3.
       01 w-nbr-aff                      PIC  S9(07) COMP-3.
       01 w-nbr-act                      PIC  S9(07) COMP-3.
       01 w-nbr-cnf                      PIC  S9(07) COMP-3.
      *    Formes affichables
       77 w-aff-pro                      PIC   ZZZZZ9.
       77 w-aff-con                      PIC   ZZZZZ9.
       77 w-aff-aff                      PIC   ZZZZZ9.
       77 w-aff-act                      PIC   ZZZZZ9.
       77 w-aff-cnf                      PIC   ZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
           05 w-cpt-pro                   PIC  S9(07) COMP-3.
           05 w-cpt-con                   PIC  S9(07) COMP-3.
           05 w-cpt-aff                   PIC  S9(07) COMP-3.
           05 w-cpt-act                   PIC  S9(07) COMP-3.
           05 w-cpt-cnf                   PIC  S9(07) COMP-3.
           05 w-cpt-jet                   PIC  S9(07) COMP-3.
       01 w-rap-jours.
           05 FILLER                     PIC   X(43) VALUE
                'Profondeur des activites (jours) :         '.
           05 w-rap-jours-nbr             PIC   ZZZZZZ9.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Paquets de commerciaux constitues :        '.
           05 w-rap-com-nbr               PIC   ZZZZZZ9.
       01 w-rap-pro.
           05 FILLER                     PIC   X(43) VALUE
                'Prospects :                                '.
           05 w-rap-pro-nbr               PIC   ZZZZZZ9.
       01 w-rap-con.
           05 FILLER                     PIC   X(43) VALUE
                'Contacts :                                 '.
           05 w-rap-con-nbr               PIC   ZZZZZZ9.
       01 w-rap-aff.
           05 FILLER                     PIC   X(43) VALUE
                'Affaires ouvertes :                        '.
           05 w-rap-aff-nbr               PIC   ZZZZZZ9.
       01 w-rap-act.
           05 FILLER                     PIC   X(43) VALUE
                'Activites recentes :                       '.
           05 w-rap-act-nbr               PIC   ZZZZZZ9.
       01 w-rap-cnf.
           05 FILLER                     PIC   X(43) VALUE
                'Conflits en attente de resolution :        '.
           05 w-rap-cnf-nbr               PIC   ZZZZZZ9.
       01 w-rap-jet.
           05 FILLER                     PIC   X(43) VALUE
                'Coordonnees restees en jetons :            '.
           05 w-rap-jet-nbr               PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Commerciaux a servir : ceux qui ont au moins un prospect actif
      * en portefeuille, et ceux qui ont encore un conflit ouvert.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-COM CURSOR FOR
               SELECT COMMERCIAL
               FROM TRAIN04.TLMPRO
               WHERE STATUT = 'A'
                 AND COMMERCIAL <> ' '
               UNION
               SELECT COMMERCIAL
               FROM TRAIN04.TLMNCF
               WHERE STATUT = 'O'
               ORDER BY 1
           END-EXEC.

      *    Prospects actifs du commercial
           EXEC SQL
             DECLARE CURS-PRO CURSOR FOR
               SELECT ID, DTMAJ, NOM, COALESCE(ADDR_RUE, ' '),
                      COALESCE(ADDR_CP, ' '),
                      COALESCE(ADDR_VILLE, ' '), STADE, SIRET
               FROM TRAIN04.TLMPRO
               WHERE STATUT     = 'A'
                 AND COMMERCIAL = :w-com
               ORDER BY ID
           END-EXEC.

      *    Contacts actifs des prospects actifs du commercial
           EXEC SQL
             DECLARE CURS-CON CURSOR FOR
               SELECT C.ID, C.PID, C.DTMAJ, COALESCE(C.NOM, ' '),
                      COALESCE(C.PRENOM, ' '), COALESCE(C.TEL, ' '),
                      COALESCE(C.MEL, ' '),
                      COALESCE(C.FONCTION, ' '), C.PRINCIPAL,
                      C.OPTOUT, C.PLAGE, C.LANGUE
               FROM TRAIN04.TLMCON C, TRAIN04.TLMPRO P
               WHERE P.ID         = C.PID
                 AND P.STATUT     = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND C.STATUT     = 'A'
               ORDER BY C.PID, C.ID
           END-EXEC.

      *    Affaires ouvertes des prospects actifs du commercial
           EXEC SQL
             DECLARE CURS-AFF CURSOR FOR
               SELECT A.ID, A.PROID, A.DTMAJ, A.LIBELLE,
                      COALESCE(A.LIGNE, ' '), A.MONTANT,
                      COALESCE(A.DTCLOSE, ' '), A.DEVISE
               FROM TRAIN04.TLMAFF A, TRAIN04.TLMPRO P
               WHERE P.ID         = A.PROID
                 AND P.STATUT     = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND A.STATUT     = 'A'
               ORDER BY A.PROID, A.ID
           END-EXEC.

      *    Activites recentes des contacts actifs du commercial, les
      *    plus recentes d'abord pour chaque prospect
           EXEC SQL
             DECLARE CURS-ACT CURSOR FOR
               SELECT T.CONID, C.PID, T.DTACT, T.TYPACT, T.RESULTAT,
                      COALESCE(T.NOTE, ' ')
               FROM TRAIN04.TLMACT T, TRAIN04.TLMCON C,
                    TRAIN04.TLMPRO P
               WHERE C.ID         = T.CONID
                 AND C.STATUT     = 'A'
                 AND P.ID         = C.PID
                 AND P.STATUT     = 'A'
                 AND P.COMMERCIAL = :w-com
                 AND T.DTACT     >= CURRENT TIMESTAMP - :w-jours DAYS
               ORDER BY C.PID, T.DTACT DESC
           END-EXEC.

      *    Conflits ouverts du commercial, du plus ancien au plus
      *    recent
           EXEC SQL
             DECLARE CURS-CNF CURSOR FOR
               SELECT OBJET, OBJID, DTDETECT, DTMAJBASE, LIGNE
               FROM TRAIN04.TLMNCF
               WHERE COMMERCIAL = :w-com
                 AND STATUT     = 'O'
               ORDER BY DTDETECT
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CONSTITUTION DES PAQUETS NOMADES'
           PERFORM INIT
           IF RETURN-CODE = 0 THEN
             PERFORM TRT-COMMERCIAUX
           END-IF
           IF RETURN-CODE = 0 THEN
             PERFORM JOURNALISE-EXTRACTION
           END-IF
           PERFORM FIN
      *    Code retour : 16 = paquet incomplet, 4 = jetons non resolus
           IF RETURN-CODE = 0 AND w-cpt-jet > 0 THEN
             MOVE 4                        TO RETURN-CODE
           END-IF
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture de la profondeur d'historique,
      * date/heure du paquet et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-jours NUMERIC
                      AND f-seuil-jours NOT = ZERO THEN
                     MOVE f-seuil-jours      TO w-jours
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           OPEN OUTPUT paquet
           IF w-paquet NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE PAQUET <' w-paquet '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-com w-cpt-pro
                                              w-cpt-con w-cpt-aff
                                              w-cpt-act w-cpt-cnf
                                              w-cpt-jet
      *    Coordonnees demandees en clair a la couche physique, au nom
      *    de ce programme
           MOVE 'TLMBPGM140'               TO tlmcpil-origine
           SET tlmcpil-clair-oui           TO TRUE
           EXEC SQL
             SELECT CURRENT TIMESTAMP
               INTO :w-dtpaquet
               FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR DATE DU PAQUET SQLCODE <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           END-IF
           PERFORM ENTETE
           .

      *****************************************************************
      * Parcours des commerciaux : un paquet complet par commercial.
      *****************************************************************
       TRT-COMMERCIAUX.
           EXEC SQL
             OPEN CURS-COM
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-COM <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-com-non             TO TRUE
             PERFORM LEC-COM
             PERFORM TRT-COMMERCIAL        UNTIL w-eot-com-oui
             EXEC SQL
               CLOSE CURS-COM
             END-EXEC
           END-IF
           .

       LEC-COM.
           EXEC SQL
             FETCH CURS-COM
               INTO :w-com
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-com-non           TO TRUE
             WHEN 100
               SET w-eot-com-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-COM <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-com-oui           TO TRUE
           END-EVALUATE
           .

      *****************************************************************
      * Paquet d'un commercial : entete, prospects, contacts,
      * affaires, activites, conflits, puis fin avec les compteurs.
      *****************************************************************
       TRT-COMMERCIAL.
           ADD 1                           TO w-cpt-com
           MOVE 0                          TO w-nbr-pro w-nbr-con
                                              w-nbr-aff w-nbr-act
                                              w-nbr-cnf
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-entete           TO TRUE
           MOVE w-dtpaquet                 TO f-paq-ent-dtpaquet
           MOVE w-jours                    TO f-paq-ent-jours
           PERFORM ECRIT-PAQUET
           PERFORM TRT-PROSPECTS
           PERFORM TRT-CONTACTS
           PERFORM TRT-AFFAIRES
           PERFORM TRT-ACTIVITES
           PERFORM TRT-CONFLITS
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-fin              TO TRUE
           MOVE w-nbr-pro                  TO f-paq-fin-nbr-pro
           MOVE w-nbr-con                  TO f-paq-fin-nbr-con
           MOVE w-nbr-aff                  TO f-paq-fin-nbr-aff
           MOVE w-nbr-act                  TO f-paq-fin-nbr-act
           MOVE w-nbr-cnf                  TO f-paq-fin-nbr-cnf
           PERFORM ECRIT-PAQUET
           MOVE w-nbr-pro                  TO w-aff-pro
           MOVE w-nbr-con                  TO w-aff-con
           MOVE w-nbr-aff                  TO w-aff-aff
           MOVE w-nbr-act                  TO w-aff-act
           MOVE w-nbr-cnf                  TO w-aff-cnf
           STRING
             w-com                DELIMITED SIZE
             ' pro.'              DELIMITED SIZE
             w-aff-pro            DELIMITED SIZE
             ' con.'              DELIMITED SIZE
             w-aff-con            DELIMITED SIZE
             ' aff.'              DELIMITED SIZE
             w-aff-aff            DELIMITED SIZE
             ' act.'              DELIMITED SIZE
             w-aff-act            DELIMITED SIZE
             ' conflits'          DELIMITED SIZE
             w-aff-cnf            DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           ADD w-nbr-pro                   TO w-cpt-pro
           ADD w-nbr-con                   TO w-cpt-con
           ADD w-nbr-aff                   TO w-cpt-aff
           ADD w-nbr-act                   TO w-cpt-act
           ADD w-nbr-cnf                   TO w-cpt-cnf
           PERFORM LEC-COM
           .

      *****************************************************************
      * Prospects du commercial (lignes 'P').
      *****************************************************************
       TRT-PROSPECTS.
           EXEC SQL
             OPEN CURS-PRO
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-PRO <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-det-non             TO TRUE
             PERFORM LEC-PRO
             PERFORM ECRIT-PRO             UNTIL w-eot-det-oui
             EXEC SQL
               CLOSE CURS-PRO
             END-EXEC
           END-IF
           .

       LEC-PRO.
           EXEC SQL
             FETCH CURS-PRO
               INTO :tlmpro-id, :tlmpro-dtmaj, :tlmpro-nom,
                    :tlmpro-addr-rue, :tlmpro-addr-cp,
                    :tlmpro-addr-ville, :tlmpro-stade,
                    :tlmpro-siret
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-det-non           TO TRUE
             WHEN 100
               SET w-eot-det-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-PRO <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-det-oui           TO TRUE
           END-EVALUATE
           .

       ECRIT-PRO.
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-prospect         TO TRUE
           MOVE tlmpro-id                  TO f-paq-pro-id
           MOVE tlmpro-dtmaj               TO f-paq-pro-dtmaj
           MOVE tlmpro-nom                 TO f-paq-pro-nom
           MOVE tlmpro-addr-rue            TO f-paq-pro-rue
           MOVE tlmpro-addr-cp             TO f-paq-pro-cp
           MOVE tlmpro-addr-ville          TO f-paq-pro-ville
           MOVE tlmpro-stade               TO f-paq-pro-stade
           MOVE tlmpro-siret               TO f-paq-pro-siret
           PERFORM ECRIT-PAQUET
           ADD 1                           TO w-nbr-pro
           PERFORM LEC-PRO
           .

      *****************************************************************
      * Contacts des prospects du commercial (lignes 'C').
      *****************************************************************
       TRT-CONTACTS.
           EXEC SQL
             OPEN CURS-CON
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CON <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-det-non             TO TRUE
             PERFORM LEC-CON
             PERFORM ECRIT-CON             UNTIL w-eot-det-oui
             EXEC SQL
               CLOSE CURS-CON
             END-EXEC
           END-IF
           .

       LEC-CON.
           EXEC SQL
             FETCH CURS-CON
               INTO :tlmcon-id, :tlmcon-pid, :tlmcon-dtmaj,
                    :tlmcon-nom, :tlmcon-prenom, :tlmcon-tel,
                    :tlmcon-mel, :tlmcon-fonction,
                    :tlmcon-principal, :tlmcon-optout,
                    :tlmcon-plage, :tlmcon-langue
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-det-non           TO TRUE
             WHEN 100
               SET w-eot-det-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-CON <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-det-oui           TO TRUE
           END-EVALUATE
           .

       ECRIT-CON.
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-contact          TO TRUE
           MOVE tlmcon-id                  TO f-paq-con-id
           MOVE tlmcon-pid                 TO f-paq-con-pro-id
           MOVE tlmcon-dtmaj               TO f-paq-con-dtmaj
           MOVE tlmcon-nom                 TO f-paq-con-nom
           MOVE tlmcon-prenom              TO f-paq-con-prenom
           MOVE tlmcon-fonction            TO f-paq-con-fonction
           MOVE tlmcon-tel                 TO w-clr-tel
           MOVE tlmcon-mel                 TO w-clr-mel
           PERFORM CLAIR-COORD
           MOVE w-clr-tel                  TO f-paq-con-tel
           MOVE w-clr-mel                  TO f-paq-con-mel
           MOVE tlmcon-principal           TO f-paq-con-princ
           MOVE tlmcon-optout              TO f-paq-con-optout
           MOVE tlmcon-plage               TO f-paq-con-plage
           MOVE tlmcon-langue              TO f-paq-con-langue
           PERFORM ECRIT-PAQUET
           ADD 1                           TO w-nbr-con
           PERFORM LEC-CON
           .

      *****************************************************************
      * Affaires ouvertes des prospects du commercial (lignes 'O').
      *****************************************************************
       TRT-AFFAIRES.
           EXEC SQL
             OPEN CURS-AFF
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-AFF <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-det-non             TO TRUE
             PERFORM LEC-AFF
             PERFORM ECRIT-AFF             UNTIL w-eot-det-oui
             EXEC SQL
               CLOSE CURS-AFF
             END-EXEC
           END-IF
           .

       LEC-AFF.
           EXEC SQL
             FETCH CURS-AFF
               INTO :tlmaff-id, :tlmaff-proid, :tlmaff-dtmaj,
                    :tlmaff-libelle, :tlmaff-ligne,
                    :tlmaff-montant, :tlmaff-dtclose,
                    :tlmaff-devise
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-det-non           TO TRUE
             WHEN 100
               SET w-eot-det-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-AFF <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-det-oui           TO TRUE
           END-EVALUATE
           .

       ECRIT-AFF.
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-affaire          TO TRUE
           MOVE tlmaff-id                  TO f-paq-aff-id
           MOVE tlmaff-proid               TO f-paq-aff-pro-id
           MOVE tlmaff-dtmaj               TO f-paq-aff-dtmaj
           MOVE tlmaff-libelle             TO f-paq-aff-libelle
           MOVE tlmaff-ligne               TO f-paq-aff-ligne
           MOVE tlmaff-montant             TO f-paq-aff-montant
           MOVE tlmaff-dtclose             TO f-paq-aff-dtclose
           MOVE tlmaff-devise              TO f-paq-aff-devise
           PERFORM ECRIT-PAQUET
           ADD 1                           TO w-nbr-aff
           PERFORM LEC-AFF
           .

      *****************************************************************
      * Activites recentes des contacts du commercial (lignes 'V').
      *****************************************************************
       TRT-ACTIVITES.
           EXEC SQL
             OPEN CURS-ACT
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-ACT <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-det-non             TO TRUE
             PERFORM LEC-ACT
             PERFORM ECRIT-ACT             UNTIL w-eot-det-oui
             EXEC SQL
               CLOSE CURS-ACT
             END-EXEC
           END-IF
           .

       LEC-ACT.
           EXEC SQL
             FETCH CURS-ACT
               INTO :tlmact-conid, :w-act-pro-id, :tlmact-dtact,
                    :tlmact-typact, :tlmact-resultat,
                    :tlmact-note
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-det-non           TO TRUE
             WHEN 100
               SET w-eot-det-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-ACT <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-det-oui           TO TRUE
           END-EVALUATE
           .

       ECRIT-ACT.
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-activite         TO TRUE
           MOVE tlmact-conid               TO f-paq-act-con-id
           MOVE w-act-pro-id               TO f-paq-act-pro-id
           MOVE tlmact-dtact               TO f-paq-act-dtact
           MOVE tlmact-typact              TO f-paq-act-type
           MOVE tlmact-resultat            TO f-paq-act-resultat
           MOVE tlmact-note                TO f-paq-act-note
           PERFORM ECRIT-PAQUET
           ADD 1                           TO w-nbr-act
           PERFORM LEC-ACT
           .

      *****************************************************************
      * Conflits ouverts du commercial (lignes 'X').
      *****************************************************************
       TRT-CONFLITS.
           EXEC SQL
             OPEN CURS-CNF
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-CNF <' sqlcode '>'
             MOVE 16                       TO RETURN-CODE
           ELSE
             SET w-eot-det-non             TO TRUE
             PERFORM LEC-CNF
             PERFORM ECRIT-CNF             UNTIL w-eot-det-oui
             EXEC SQL
               CLOSE CURS-CNF
             END-EXEC
           END-IF
           .

       LEC-CNF.
           EXEC SQL
             FETCH CURS-CNF
               INTO :tlmncf-objet, :tlmncf-objid, :tlmncf-dtdetect,
                    :tlmncf-dtmajbase, :tlmncf-ligne
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               SET w-eot-det-non           TO TRUE
             WHEN 100
               SET w-eot-det-oui           TO TRUE
             WHEN OTHER
               DISPLAY 'MET-ERR FETCH CURS-CNF <' sqlcode '>'
               MOVE 16                     TO RETURN-CODE
               SET w-eot-det-oui           TO TRUE
           END-EVALUATE
           .

       ECRIT-CNF.
           MOVE SPACES                     TO f-paq
           MOVE w-com                      TO f-paq-commercial
           SET f-paq-type-conflit          TO TRUE
           MOVE tlmncf-objet               TO f-paq-cnf-objet
           MOVE tlmncf-objid               TO f-paq-cnf-obj-id
           MOVE tlmncf-dtdetect            TO f-paq-cnf-dtdetect
           MOVE tlmncf-dtmajbase           TO f-paq-cnf-dtmajbase
      *    la modification d'un contact mise de cote porte ses
      *    coordonnees en jetons (cf. TLMBPGM141)
           MOVE tlmncf-ligne               TO w-ret
           IF tlmncf-objet = 'C' THEN
             MOVE w-ret-con-tel            TO w-clr-tel
             MOVE w-ret-con-mel            TO w-clr-mel
             PERFORM CLAIR-COORD
             MOVE w-clr-tel                TO w-ret-con-tel
             MOVE w-clr-mel                TO w-ret-con-mel
           END-IF
           MOVE w-ret                      TO f-paq-cnf-ligne
           PERFORM ECRIT-PAQUET
           ADD 1                           TO w-nbr-cnf
           PERFORM LEC-CNF
           .

      *****************************************************************
      * Telephone et adresse electronique lus en jetons, resolus en
      * clair par TLMPCON2. Refus (rc '20', origine non habilitee) ou
      * incident : les valeurs lues partent telles quelles, et sont
      * decomptees.
      *****************************************************************
       CLAIR-COORD.
           IF w-clr-tel NOT = SPACES OR w-clr-mel NOT = SPACES THEN
             MOVE SPACES                   TO cpcon2-ent
             MOVE w-clr-tel                TO cpcon2-ent-jet-tel
             MOVE w-clr-mel                TO cpcon2-ent-jet-mel
             MOVE 'CLAIR'                  TO tlmcpil-fct
             CALL 'TLMPCON2' USING tlmcpil cpcon2
             IF tlmcpil-rc = '00' THEN
               MOVE cpcon2-sor-jet-tel     TO w-clr-tel
               MOVE cpcon2-sor-jet-mel     TO w-clr-mel
             ELSE
               ADD 1                       TO w-cpt-jet
             END-IF
           END-IF
           .

      *****************************************************************
      * Trace du passage dans le journal TLMEXT, qui permet de
      * retrouver les contacts d'un fichier perdu ou divulgue
      * (TLMBPGM129). Un incident est signale sans invalider le
      * paquet produit.
      *****************************************************************
       JOURNALISE-EXTRACTION.
           MOVE 'NOM'                      TO tlmext-typeext
           MOVE 'TLMBPGM140'               TO tlmext-programme
           MOVE w-dtpaquet                 TO tlmext-dtdonnees
           MOVE SPACES                     TO tlmext-critere
           STRING 'PORTEFEUILLES ACTIFS, ACTIVITES SUR '
                  w-jours ' JOURS'
             DELIMITED BY SIZE             INTO tlmext-critere
           END-STRING
           MOVE w-cpt-con                  TO tlmext-nbenr
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

      *****************************************************************
      * Ecriture d'une ligne du paquet, avec verification du code
      * d'etat du fichier PAQUET.
      *****************************************************************
       ECRIT-PAQUET.
           WRITE f-paq
           IF w-paquet NOT = '00' THEN
             DISPLAY 'MET-ERR ECRITURE PAQUET <' w-paquet '>'
             MOVE 16                       TO RETURN-CODE
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
           MOVE '|   PAQUETS NOMADES DES COMMERCIAUX              |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -------------------------------              |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           STRING
             'Paquet du '         DELIMITED SIZE
             w-dtpaquet           DELIMITED SIZE
             INTO w-enr-log
           END-STRING
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
           MOVE w-jours                TO w-rap-jours-nbr
           MOVE w-rap-jours            TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-pro              TO w-rap-pro-nbr
           MOVE w-rap-pro              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-con              TO w-rap-con-nbr
           MOVE w-rap-con              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-aff              TO w-rap-aff-nbr
           MOVE w-rap-aff              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-act              TO w-rap-act-nbr
           MOVE w-rap-act              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-cnf              TO w-rap-cnf-nbr
           MOVE w-rap-cnf              TO w-enr-log
           PERFORM ECRIT-LOG
           IF w-cpt-jet > 0 THEN
             MOVE w-cpt-jet            TO w-rap-jet-nbr
             MOVE w-rap-jet            TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           IF RETURN-CODE NOT = 0 THEN
             MOVE 'Traitement en echec, paquet incomplet.'
                                       TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           CLOSE paquet
           IF w-paquet NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE PAQUET <' w-paquet '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM140.
