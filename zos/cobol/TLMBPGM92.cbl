      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CENTRE D'ACHAT DES AFFAIRES
      * NOM DU PROGRAMME : TLMBPGM92
      * DESCRIPTION      : EDITION HEBDOMADAIRE DES GROSSES AFFAIRES
      *    ENCORE OUVERTES (STATUT 'A') SANS DECIDEUR IDENTIFIE, PAR
      *    COMMERCIAL (CHARGE DE COMPTE ACTUEL DU PROSPECT PORTEUR,
      *    TLMPRO.COMMERCIAL) : AUCUN CONTACT ACTIF N'Y EST RATTACHE
      *    AVEC LE ROLE 'D' DANS LE CENTRE D'ACHAT (TLMROL, TENU PAR
      *    LA COUCHE PHYSIQUE TLMPROL1). SEULES LES AFFAIRES DONT LE
      *    MONTANT ATTENDU ATTEINT LE SEUIL SONT RETENUES (FICHIER DE
      *    CONTROLE SEUIL, EN EUROS, 50 000 PAR DEFAUT). LE NOMBRE DE
      *    CONTACTS DEJA RATTACHES EST EDITE EN REGARD.
      *    LE MONTANT D'UNE AFFAIRE HORS EURO EST CONVERTI EN EUROS AU
      *    COURS DU DERNIER JOUR DE COTATION CONNU A LA DATE DU JOUR
      *    (TLMCHG), DATE INDIQUEE EN TETE ; SANS COURS CE JOUR-LA, LE
      *    MONTANT EN DEVISE EST PRIS TEL QUEL ET LA LIGNE MARQUEE '*'.
      *    AUCUNE MISE A JOUR : EDITION SEULE.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM92.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20191211.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de controle portant le seuil de montant (en euros)
           SELECT seuil  ASSIGN TO SEUIL
             FILE STATUS IS w-seuil.
      *    Fichier de journalisation (edition des affaires)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD seuil RECORDING MODE F.
       01 f-seuil.
           05 f-seuil-mnt                 PIC  9(09).
           05 FILLER                      PIC  X(71).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-seuil                        PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Seuil de montant attendu (en euros) a partir duquel une
      *    affaire sans decideur est signalee
       01 w-seuil-mnt                    PIC  S9(9)V99 COMP-3
                                                VALUE 50000.
      *    Date du jour et date de cours retenue pour la conversion
      *    en euros (dernier jour de cotation connu de TLMCHG)
       01 w-date-jour                    PIC   X(08).
       01 w-date-cours                   PIC   X(08).
      *    Fin de parcours du curseur
       01 w-eot-sdc                      PIC   9.
           88 w-eot-sdc-oui                      VALUE 1.
           88 w-eot-sdc-non                      VALUE 0.
      *    Ligne courante du curseur des affaires sans decideur
       01 w-sdc-com                      PIC   X(04).
       01 w-sdc-id                       PIC   X(06).
       01 w-sdc-proid                    PIC   X(06).
       01 w-sdc-libelle                  PIC   X(40).
       01 w-sdc-montant                  PIC  S9(9)V99 COMP-3.
       01 w-sdc-dtclose                  PIC   X(08).
       01 w-sdc-nb-rol                   PIC  S9(07) COMP.
       01 w-sdc-sans-cours               PIC   X(01).
      *    Rupture par commercial
       01 w-com-prec                     PIC   X(04) VALUE HIGH-VALUE.
      *    Formes affichables (STRING n'accepte que des items DISPLAY)
       77 w-rol-aff                      PIC   Z9.
       77 w-mnt-aff                      PIC   ZZZZZZZZ9.99.
       77 w-seuil-aff                    PIC   ZZZZZZZZ9.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-sdc                   PIC  S9(07) COMP-3.
           05 w-cpt-vide                  PIC  S9(07) COMP-3.
           05 w-cpt-com                   PIC  S9(07) COMP-3.
       01 w-rap-sdc.
           05 FILLER                     PIC   X(43) VALUE
                'Grosses affaires sans decideur :           '.
           05 w-rap-sdc-nbr              PIC   ZZZBZZ9.
       01 w-rap-vide.
           05 FILLER                     PIC   X(43) VALUE
                '  dont aucun contact rattache :            '.
           05 w-rap-vide-nbr             PIC   ZZZBZZ9.
       01 w-rap-com.
           05 FILLER                     PIC   X(43) VALUE
                'Commerciaux concernes :                    '.
           05 w-rap-com-nbr              PIC   ZZZBZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des affaires ouvertes au-dessus du seuil sans
      * decideur actif, par commercial, les plus grosses en tete,
      * avec le nombre de contacts actifs deja rattaches. Montant
      * en euros (devise a espace = euro) ; sans cours de la devise,
      * montant en devise et marque '*'.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-SDC CURSOR FOR
               SELECT P.COMMERCIAL, A.ID, A.PROID, A.LIBELLE,
                      CASE
                        WHEN A.DEVISE IN ('EUR', '   ')
                          OR C.TAUX IS NULL THEN A.MONTANT
                        ELSE DECIMAL(A.MONTANT / C.TAUX, 11, 2)
                      END,
                      COALESCE(A.DTCLOSE, ' '),
                      (SELECT COUNT(*)
                         FROM TRAIN04.TLMROL R, TRAIN04.TLMCON N
                        WHERE R.AFFID = A.ID
                          AND N.ID = R.CONID
                          AND N.STATUT = 'A'),
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
               WHERE A.STATUT = 'A'
                 AND CASE
                       WHEN A.DEVISE IN ('EUR', '   ')
                         OR C.TAUX IS NULL THEN A.MONTANT
                       ELSE DECIMAL(A.MONTANT / C.TAUX, 11, 2)
                     END >= :w-seuil-mnt
                 AND NOT EXISTS
                     (SELECT 1
                        FROM TRAIN04.TLMROL R, TRAIN04.TLMCON C
                       WHERE R.AFFID = A.ID
                         AND R.ROLE = 'D'
                         AND N.ID = R.CONID
                         AND N.STATUT = 'A')
               ORDER BY 1, 5 DESC, 2
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, GROSSES AFFAIRES SANS DECIDEUR'
           PERFORM INIT
           PERFORM TRT-SANS-DECIDEUR
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers, lecture du seuil et ecriture de
      * l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT seuil
           IF w-seuil = '00' THEN
             READ seuil
                 AT END     CONTINUE
                 NOT AT END
                   IF f-seuil-mnt NUMERIC AND
                      f-seuil-mnt NOT = ZERO THEN
                     MOVE f-seuil-mnt        TO w-seuil-mnt
                   END-IF
             END-READ
             CLOSE seuil
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-sdc
                                               w-cpt-vide
                                               w-cpt-com
           ACCEPT w-date-jour              FROM DATE YYYYMMDD
           PERFORM LIT-DATE-COURS
           PERFORM ENTETE
           MOVE w-seuil-mnt                TO w-seuil-aff
           STRING
             'Seuil de montant attendu : '
                                           DELIMITED SIZE
             w-seuil-aff                   DELIMITED SIZE
             ' euros'                      DELIMITED SIZE
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
           MOVE '(* = devise sans cours, montant en devise)'
                                           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                        TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Date de cours retenue pour la conversion en euros : le dernier
      * jour de cotation charge dans TLMCHG a la date du jour (espace
      * si aucun cours n'est connu).
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
             MOVE SPACES                   TO w-date-cours
           END-IF
           .

      *****************************************************************
      * Parcours des affaires sans decideur, avec rupture par
      * commercial.
      *****************************************************************
       TRT-SANS-DECIDEUR.
           EXEC SQL
             OPEN CURS-SDC
           END-EXEC
           SET w-eot-sdc-non               TO TRUE
           PERFORM LEC-SDC
           IF w-eot-sdc-oui THEN
             MOVE '  (toutes les grosses affaires ont un decideur)'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
           END-IF
           PERFORM EDITE-SDC               UNTIL w-eot-sdc-oui
           EXEC SQL
             CLOSE CURS-SDC
           END-EXEC
           .

       LEC-SDC.
           EXEC SQL
             FETCH CURS-SDC
               INTO :w-sdc-com, :w-sdc-id, :w-sdc-proid,
                    :w-sdc-libelle, :w-sdc-montant,
                    :w-sdc-dtclose, :w-sdc-nb-rol,
                    :w-sdc-sans-cours
           END-EXEC
           IF SQLCODE = 0 THEN
             SET w-eot-sdc-non             TO TRUE
           ELSE
             SET w-eot-sdc-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR CURS-SDC SQLCODE <' SQLCODE '>'
             END-IF
           END-IF
           .

      *****************************************************************
      * Edition d'une affaire sans decideur : entete du commercial
      * sur rupture, puis une ligne avec le prospect, le montant
      * attendu, la date de cloture esperee et le nombre de contacts
      * deja rattaches (0 = centre d'achat totalement inconnu).
      *****************************************************************
       EDITE-SDC.
           IF w-sdc-com NOT = w-com-prec THEN
             IF w-com-prec NOT = HIGH-VALUE THEN
               MOVE ' '                    TO w-enr-log
               PERFORM ECRIT-LOG
             END-IF
             STRING
               'Commercial <'              DELIMITED SIZE
               w-sdc-com                   DELIMITED SIZE
               '> :'                       DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
             MOVE w-sdc-com                TO w-com-prec
             ADD 1                         TO w-cpt-com
           END-IF
           ADD 1                           TO w-cpt-sdc
           IF w-sdc-nb-rol = 0 THEN
             ADD 1                         TO w-cpt-vide
           END-IF
           MOVE w-sdc-nb-rol               TO w-rol-aff
           MOVE w-sdc-montant              TO w-mnt-aff
           STRING
             w-sdc-sans-cours              DELIMITED SIZE
             w-sdc-id                      DELIMITED SIZE
             ' pro '                       DELIMITED SIZE
             w-sdc-proid                   DELIMITED SIZE
             ' '                           DELIMITED SIZE
             w-sdc-libelle (1 : 20)        DELIMITED SIZE
             ' mnt '                       DELIMITED SIZE
             w-mnt-aff                     DELIMITED SIZE
             ' clo '                       DELIMITED SIZE
             w-sdc-dtclose                 DELIMITED SIZE
             ' ctc '                       DELIMITED SIZE
             w-rol-aff                     DELIMITED SIZE
             INTO w-enr-log
           END-STRING
           PERFORM ECRIT-LOG
           PERFORM LEC-SDC
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
           MOVE '|     GROSSES AFFAIRES SANS DECIDEUR IDENTIFIE   |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|     ----------------------------------------   |'
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
           MOVE w-cpt-sdc              TO w-rap-sdc-nbr
           MOVE w-rap-sdc              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-vide             TO w-rap-vide-nbr
           MOVE w-rap-vide             TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-com              TO w-rap-com-nbr
           MOVE w-rap-com              TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM92.
