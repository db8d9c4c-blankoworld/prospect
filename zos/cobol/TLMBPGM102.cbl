      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : CHARGEMENT DES LISTES DE SANCTIONS
      * NOM DU PROGRAMME : TLMBPGM102
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    TLMSAN (LISTES DE SANCTIONS FINANCIERES ET D'EMBARGOS UE /
      *    ONU) DEPUIS LE FICHIER SANCTION FOURNI PAR LA CONFORMITE :
      *    TYPE M/P/E EN COL.1, LISTE EU/UN EN COL.2-3, REFERENCE EN
      *    COL.4-13, CODE PAYS EN COL.14-15, NOM EN COL.16-75. LE
      *    CONTENU PRECEDENT EST ENTIEREMENT REMPLACE (MEME PRINCIPE
      *    QUE TLMBPGM101). SI AUCUNE LIGNE VALIDE N'EST CHARGEE
      *    (FICHIER VIDE OU ILLISIBLE), LE REMPLACEMENT EST ANNULE
      *    (ROLLBACK) : L'ANCIENNE LISTE RESTE EN PLACE POUR LE
      *    CRIBLAGE DE LA NUIT (TLMBPGM103) ET LE PAS SORT EN RC 16.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM102.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200203.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des listes de sanctions a charger
           SELECT sanction ASSIGN TO SANCTION
             FILE STATUS IS w-sanction.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD sanction RECORDING MODE F.
       01 f-sanction.
      *    'M' personne morale, 'P' personne physique, 'E' embargo
           05 f-san-type                  PIC  X(01).
      *    Liste d'origine 'EU' / 'UN'
           05 f-san-liste                 PIC  X(02).
      *    Reference de l'entree dans la liste d'origine
           05 f-san-ref                   PIC  X(10).
      *    Code pays ISO a deux lettres (obligatoire pour 'E')
           05 f-san-pays                  PIC  X(02).
      *    Nom publie (raison sociale, nom et prenoms, libelle pays)
           05 f-san-nom                   PIC  X(60).
           05 FILLER                      PIC  X(05).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour la table TLMSAN
           EXEC SQL
             INCLUDE DCLSAN
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-sanction                     PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier SANCTION
       01 w-eof-san                      PIC   9.
           88 w-eof-san-oui                      VALUE 1.
           88 w-eof-san-non                      VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes de liste lues :           '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''entrees de liste chargees :       '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de lignes rejetees :                '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT LISTES DE SANCTIONS'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-SANCTION
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT sanction
           IF w-sanction NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE SANCTION <' w-sanction '>'
           END-IF
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           MOVE 0                          TO w-cpt-lec w-cpt-charge
                                               w-cpt-rejet
           PERFORM ENTETE
           .

      *****************************************************************
      * Remplacement complet : l'ancienne liste est effacee avant le
      * chargement de la nouvelle (effacement annule par ROLLBACK si
      * rien de valide n'est charge, cf. TRT-SANCTION).
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMSAN
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMSAN <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des listes, puis validation du
      * remplacement s'il a charge au moins une entree.
      *****************************************************************
       TRT-SANCTION.
           SET w-eof-san-non                TO TRUE
           IF w-sanction = '00' THEN
             PERFORM LEC-SANCTION
           ELSE
             SET w-eof-san-oui              TO TRUE
           END-IF
           PERFORM CHARGE-SANCTION          UNTIL w-eof-san-oui
           IF w-cpt-charge > 0 THEN
             EXEC SQL
               COMMIT
             END-EXEC
           ELSE
             DISPLAY 'MET-ERR AUCUNE ENTREE DE LISTE CHARGEE'
             MOVE 'Aucune entree valide, ancienne liste conservee.'
                                           TO w-enr-log
             PERFORM ECRIT-LOG
             EXEC SQL
               ROLLBACK
             END-EXEC
             MOVE 16                       TO RETURN-CODE
           END-IF
           .

       LEC-SANCTION.
           READ sanction
             AT END     SET w-eof-san-oui  TO TRUE
             NOT AT END SET w-eof-san-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Chargement d'une ligne de liste : type et liste reconnus (cf.
      * TLMSAN-SANTYPE-VALIDE / TLMSAN-LISTE-VALIDE), reference
      * renseignee, nom renseigne pour une personne, code pays de deux
      * lettres pour un embargo.
      *****************************************************************
       CHARGE-SANCTION.
           ADD 1                           TO w-cpt-lec
           MOVE f-san-type                 TO tlmsan-santype
           MOVE f-san-liste                TO tlmsan-liste
           IF NOT TLMSAN-SANTYPE-VALIDE OR
              NOT TLMSAN-LISTE-VALIDE OR
              f-san-ref = SPACES OR
              (NOT TLMSAN-SANTYPE-EMBARGO AND f-san-nom = SPACES) OR
              (TLMSAN-SANTYPE-EMBARGO AND
               (f-san-pays NOT ALPHABETIC-UPPER OR
                f-san-pays (1 : 1) = SPACE OR
                f-san-pays (2 : 1) = SPACE))
           THEN
             ADD 1                         TO w-cpt-rejet
             STRING
               'REJET, ligne invalide <'   DELIMITED SIZE
               f-san-type                  DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-san-liste                 DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-san-ref                   DELIMITED SIZE
               '/'                         DELIMITED SIZE
               f-san-pays                  DELIMITED SIZE
               '>'                         DELIMITED SIZE
               INTO w-enr-log
             END-STRING
             PERFORM ECRIT-LOG
           ELSE
             MOVE f-san-ref                TO tlmsan-sanref
             MOVE f-san-pays               TO tlmsan-pays
             MOVE f-san-nom                TO tlmsan-nom
             EXEC SQL
               INSERT INTO TRAIN04.TLMSAN (
                   SANREF, SANTYPE, LISTE, PAYS, NOM, DTCHARGE)
                 VALUES (
                   :tlmsan-sanref, :tlmsan-santype, :tlmsan-liste,
                   :tlmsan-pays, :tlmsan-nom, CURRENT TIMESTAMP)
             END-EXEC
             IF SQLCODE = 0 THEN
               ADD 1                       TO w-cpt-charge
             ELSE
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMSAN <' tlmsan-liste
                       '/' tlmsan-sanref '> SQLCODE <' sqlcode '>'
             END-IF
           END-IF
           PERFORM LEC-SANCTION
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
           MOVE '|   CHARGEMENT DES LISTES DE SANCTIONS           |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   ----------------------------------           |'
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
           MOVE w-cpt-charge           TO w-rap-charge-nbr
           MOVE w-rap-charge           TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-rejet            TO w-rap-rejet-nbr
           MOVE w-rap-rejet            TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE sanction
           IF w-sanction NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE SANCTION <' w-sanction '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM102.
