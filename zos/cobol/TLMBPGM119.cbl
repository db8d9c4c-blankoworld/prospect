      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : PARAMETRES D'EXPLOITATION DES BATCHS
      * NOM DU PROGRAMME : TLMBPGM119
      * DESCRIPTION      : PROGRAMME BATCH DE CHARGEMENT DE LA TABLE
      *    CENTRALE DES PARAMETRES TLMCFG DEPUIS LE FICHIER REFCFG
      *    TENU PAR L'EXPLOITATION, UN ENREGISTREMENT PAR PROGRAMME ET
      *    PAR PARAMETRE :
      *       - PROGRAMME EN COL.1-10 ('*' = VALEUR COMMUNE A TOUS LES
      *         PROGRAMMES, UNE LIGNE NOMINATIVE L'EMPORTE) ;
      *       - PARAMETRE EN COL.11-18 (EX. 'COMMIT' : INTERVALLE DE
      *         VALIDATION DES BATCHS DE MISE A JOUR DE MASSE) ;
      *       - VALEUR EN COL.19-38, CADREE A GAUCHE ;
      *       - LIBELLE LIBRE EN COL.39-78.
      *    LA TABLE EST ENTIEREMENT REMPLACEE : LE FICHIER EST LA
      *    VERITE DU PARAMETRAGE (MEME PRINCIPE QUE TLMBPGM118).
      *    SONT REJETES : LE PROGRAMME, LE PARAMETRE OU LA VALEUR A
      *    BLANC ET LE DOUBLON. UN PARAMETRE ABSENT LAISSE AU
      *    PROGRAMME SA VALEUR PAR DEFAUT.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM119.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200518.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier des parametres d'exploitation (DD REFCFG)
           SELECT cfgfic ASSIGN TO REFCFG
             FILE STATUS IS w-cfgfic.
      *    Fichier de journalisation (compte-rendu de chargement)
           SELECT log    ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD cfgfic RECORDING MODE F.
       01 f-cfg.
           05 f-cfg-programme             PIC  X(10).
           05 f-cfg-param                 PIC  X(08).
           05 f-cfg-valeur                PIC  X(20).
           05 f-cfg-libelle               PIC  X(40).
           05 FILLER                      PIC  X(02).
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour TLMCFG
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-cfgfic                       PIC   X(02).
       01 w-log                          PIC   X(02).
      *    Fin de fichier REFCFG
       01 w-eof-cfg                      PIC   9.
           88 w-eof-cfg-oui                      VALUE 1.
           88 w-eof-cfg-non                      VALUE 0.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-charge                PIC  S9(07) COMP-3.
           05 w-cpt-rejet                 PIC  S9(07) COMP-3.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements lus :             '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-charge.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre de parametres charges :             '.
           05 w-rap-charge-nbr            PIC   ZZZZZZ9.
       01 w-rap-rejet.
           05 FILLER                     PIC   X(43) VALUE
                'Nombre d''enregistrements rejetes :         '.
           05 w-rap-rejet-nbr             PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, CHARGEMENT DES PARAMETRES D''EXPLOITATION'
           PERFORM INIT
           PERFORM VIDE-TABLE
           PERFORM TRT-PARAMETRE
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture des fichiers et ecriture de l'entete du log.
      *****************************************************************
       INIT.
           OPEN INPUT cfgfic
           IF w-cfgfic NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE REFCFG <' w-cfgfic '>'
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
      * Remplacement complet : l'ancien parametrage est efface avant
      * le chargement.
      *****************************************************************
       VIDE-TABLE.
           EXEC SQL
             DELETE FROM TRAIN04.TLMCFG
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100 THEN
             DISPLAY 'MET-ERR VIDAGE TLMCFG <' sqlcode '>'
           END-IF
           .

      *****************************************************************
      * Parcours du fichier des parametres
      *****************************************************************
       TRT-PARAMETRE.
           SET w-eof-cfg-non                TO TRUE
           PERFORM LEC-PARAMETRE
           PERFORM CHARGE-ENR               UNTIL w-eof-cfg-oui
           EXEC SQL
             COMMIT
           END-EXEC
           .

       LEC-PARAMETRE.
           READ cfgfic
             AT END     SET w-eof-cfg-oui  TO TRUE
             NOT AT END SET w-eof-cfg-non  TO TRUE
           END-READ
           .

      *****************************************************************
      * Controle puis chargement d'un parametre.
      *****************************************************************
       CHARGE-ENR.
           ADD 1                           TO w-cpt-lec
           EVALUATE TRUE
             WHEN f-cfg-programme = SPACES
               MOVE 'programme a blanc'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-cfg-param = SPACES
               MOVE 'parametre a blanc'    TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN f-cfg-valeur = SPACES
               MOVE 'valeur a blanc'       TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               PERFORM INSERE-PARAMETRE
           END-EVALUATE
           PERFORM LEC-PARAMETRE
           .

       INSERE-PARAMETRE.
           MOVE f-cfg-programme            TO tlmcfg-programme
           MOVE f-cfg-param                TO tlmcfg-param
           MOVE f-cfg-valeur               TO tlmcfg-valeur
           MOVE f-cfg-libelle              TO tlmcfg-libelle
           EXEC SQL
             INSERT INTO TRAIN04.TLMCFG (
                 PROGRAMME, PARAM, VALEUR, LIBELLE, DTMAJ)
               VALUES (
                 :tlmcfg-programme, :tlmcfg-param, :tlmcfg-valeur,
                 :tlmcfg-libelle, CURRENT TIMESTAMP)
           END-EXEC
           EVALUATE SQLCODE
             WHEN 0
               ADD 1                       TO w-cpt-charge
             WHEN -803
               MOVE 'doublon'              TO w-enr-log (40 : 20)
               PERFORM REJETTE-ENR
             WHEN OTHER
               ADD 1                       TO w-cpt-rejet
               DISPLAY 'MET-ERR INSERT TLMCFG <' tlmcfg-programme
                       '><' tlmcfg-param
                       '> SQLCODE <' sqlcode '>'
           END-EVALUATE
           .

      *****************************************************************
      * Rejet d'un enregistrement : image de l'enregistrement et motif
      * (pose par l'appelant en col.40) au journal.
      *****************************************************************
       REJETTE-ENR.
           ADD 1                           TO w-cpt-rejet
           MOVE 'REJET <'                  TO w-enr-log (1 : 7)
           MOVE f-cfg (1 : 30)             TO w-enr-log (8 : 30)
           MOVE '>'                        TO w-enr-log (38 : 1)
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
           MOVE '|  CHARGEMENT DES PARAMETRES D''EXPLOITATION      |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|  ----------------------------------------      |'
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
           CLOSE cfgfic
           IF w-cfgfic NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE REFCFG <' w-cfgfic '>'
           END-IF
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM119.
