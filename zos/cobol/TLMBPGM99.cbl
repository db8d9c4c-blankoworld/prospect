      *****************************************************************
      *                    C O U C H E  M E T I E R
      *                    ------------------------
      *****************************************************************
      * APPLICATION      : SURVEILLANCE DES CONSULTATIONS
      * NOM DU PROGRAMME : TLMBPGM99
      * DESCRIPTION      : EDITION HEBDOMADAIRE DES CONSULTATIONS DE
      *    DONNEES PERSONNELLES PAR OPERATEUR, DEPUIS LE JOURNAL
      *    TLMLEC ALIMENTE PAR LES ECRANS TLM1, TLM3, TLM5 ET TLM7
      *    (COUCHE PHYSIQUE TLMPLEC1). POUR CHAQUE OPERATEUR :
      *       - FICHES CONSULTEES LES 7 DERNIERS JOURS, ET SA MOYENNE
      *         HEBDOMADAIRE DES 8 SEMAINES PRECEDENTES ;
      *       - PARMI ELLES, FICHES HORS DE SON PORTEFEUILLE (PROSPECT
      *         OU PROSPECT DU CONTACT DONT LE COMMERCIAL N'EST PAS
      *         CELUI DE L'OPERATEUR AU MOMENT DE LA CONSULTATION ;
      *         UN OPERATEUR SANS PORTEFEUILLE N'EST PAS EVALUE SUR CE
      *         POINT), ET SA MOYENNE HEBDOMADAIRE.
      *    UN OPERATEUR EST SIGNALE QUAND SON VOLUME DE LA SEMAINE
      *    DEPASSE UN PLANCHER ET VAUT PLUS DE TROIS FOIS SA MOYENNE
      *    (MEME REGLE POUR LES CONSULTATIONS HORS PORTEFEUILLE, AVEC
      *    SON PROPRE PLANCHER). UN OPERATEUR SIGNALE DONNE RC 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMBPGM99.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200109.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Fichier de journalisation (edition des consultations)
           SELECT log      ASSIGN TO JOURNAUX
             FILE STATUS IS w-log.
       DATA DIVISION.
       FILE SECTION.
       FD log RECORDING MODE F.
       01 f-log                          PIC   X(80).
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Codes d'etat des fichiers
       01 w-log                          PIC   X(02).
      *    Fin de parcours du curseur des operateurs
       01 w-eot-opr                      PIC   9.
           88 w-eot-opr-oui                      VALUE 1.
           88 w-eot-opr-non                      VALUE 0.
      *    Regles de signalement : nombre de semaines de reference,
      *    facteur d'ecart a la moyenne, planchers de la semaine
       77 w-nbr-sem-ref                  PIC   9(02) VALUE 08.
       77 w-facteur                      PIC   9(02) VALUE 03.
       77 w-plancher-vol                 PIC   9(05) VALUE 00050.
       77 w-plancher-hors                PIC   9(05) VALUE 00010.
      *    Ligne courante du curseur CURS-OPR
       01 w-operateur                    PIC   X(08).
       77 w-vol-sem                      PIC  S9(09) COMP.
       77 w-vol-ref                      PIC  S9(09) COMP.
       77 w-hors-sem                     PIC  S9(09) COMP.
       77 w-hors-ref                     PIC  S9(09) COMP.
      *    Moyennes hebdomadaires de reference (une decimale)
       77 w-moy-vol                      PIC  S9(07)V9 COMP-3.
       77 w-moy-hors                     PIC  S9(07)V9 COMP-3.
      *    Signalements de l'operateur courant
       01 w-alerte-vol                   PIC   9.
           88 w-alerte-vol-oui                   VALUE 1.
           88 w-alerte-vol-non                   VALUE 0.
       01 w-alerte-hors                  PIC   9.
           88 w-alerte-hors-oui                  VALUE 1.
           88 w-alerte-hors-non                  VALUE 0.
      *    Ligne de detail de l'edition
       01 w-det.
           05 w-det-operateur             PIC   X(08).
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-det-vol-sem               PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-det-moy-vol               PIC   ZZZZZ9.9.
           05 FILLER                      PIC   X(04) VALUE SPACES.
           05 w-det-hors-sem              PIC   ZZZZZZ9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-det-moy-hors              PIC   ZZZZZ9.9.
           05 FILLER                      PIC   X(02) VALUE SPACES.
           05 w-det-alerte                PIC   X(22).
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-opr                   PIC  S9(07) COMP-3.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           05 w-cpt-alerte                PIC  S9(07) COMP-3.
       01 w-rap-opr.
           05 FILLER                     PIC   X(43) VALUE
                'Operateurs ayant consulte (9 semaines) :   '.
           05 w-rap-opr-nbr               PIC   ZZZZZZ9.
       01 w-rap-lec.
           05 FILLER                     PIC   X(43) VALUE
                'Fiches consultees les 7 derniers jours :   '.
           05 w-rap-lec-nbr               PIC   ZZZZZZ9.
       01 w-rap-alerte.
           05 FILLER                     PIC   X(43) VALUE
                'Operateurs signales :                      '.
           05 w-rap-alerte-nbr            PIC   ZZZZZZ9.
      *    Ligne courante a ecrire dans le fichier de log
       77 w-enr-log                      PIC   X(80).

      *****************************************************************
      * Curseur des consultations des 9 dernieres semaines par
      * operateur : semaine ecoulee (7 derniers jours) et 8 semaines
      * de reference, en tout et hors portefeuille. Le prospect d'une
      * consultation de contact est celui du contact (TLMCON.PID) ;
      * une fiche disparue depuis n'est pas comptee hors portefeuille.
      *****************************************************************
           EXEC SQL
             DECLARE CURS-OPR CURSOR FOR
               SELECT L.OPERATEUR,
                      SUM(CASE WHEN L.DTLEC >=
                                    CURRENT TIMESTAMP - 7 DAYS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.DTLEC <
                                    CURRENT TIMESTAMP - 7 DAYS
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.DTLEC >=
                                    CURRENT TIMESTAMP - 7 DAYS
                                AND L.COMMERCIAL <> ' '
                                AND P.COMMERCIAL <> L.COMMERCIAL
                               THEN 1 ELSE 0 END),
                      SUM(CASE WHEN L.DTLEC <
                                    CURRENT TIMESTAMP - 7 DAYS
                                AND L.COMMERCIAL <> ' '
                                AND P.COMMERCIAL <> L.COMMERCIAL
                               THEN 1 ELSE 0 END)
               FROM TRAIN04.TLMLEC L
                 LEFT JOIN TRAIN04.TLMCON C
                   ON  L.LECTYPE = 'C'
                   AND C.ID      = L.ID
                 LEFT JOIN TRAIN04.TLMPRO P
                   ON  P.ID = CASE WHEN L.LECTYPE = 'P'
                                   THEN L.ID
                                   ELSE C.PID END
               WHERE L.DTLEC >= CURRENT TIMESTAMP - 63 DAYS
               GROUP BY L.OPERATEUR
               ORDER BY L.OPERATEUR
           END-EXEC.

       PROCEDURE DIVISION.
       DEBUT.
           DISPLAY 'MET, SURVEILLANCE DES CONSULTATIONS'
           PERFORM INIT
           PERFORM TRT UNTIL w-eot-opr-oui
           PERFORM FIN
           GOBACK
           .

      *****************************************************************
      * Ouverture du log, entete de l'edition et premiere lecture.
      *****************************************************************
       INIT.
           MOVE 0                          TO w-cpt-opr w-cpt-lec
                                              w-cpt-alerte
           OPEN OUTPUT log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR OUVERTURE JOURNAUX <' w-log '>'
           END-IF
           PERFORM ENTETE
           EXEC SQL
             OPEN CURS-OPR
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             DISPLAY 'MET-ERR OPEN CURS-OPR SQLCODE <' SQLCODE '>'
             MOVE 16                       TO RETURN-CODE
             SET w-eot-opr-oui             TO TRUE
           ELSE
             SET w-eot-opr-non             TO TRUE
             PERFORM LEC-OPR
           END-IF
           .

       LEC-OPR.
           EXEC SQL
             FETCH CURS-OPR
               INTO :w-operateur, :w-vol-sem, :w-vol-ref,
                    :w-hors-sem, :w-hors-ref
           END-EXEC
           IF SQLCODE NOT = 0 THEN
             SET w-eot-opr-oui             TO TRUE
             IF SQLCODE NOT = 100 THEN
               DISPLAY 'MET-ERR FETCH CURS-OPR SQLCODE <' SQLCODE '>'
               MOVE 16                     TO RETURN-CODE
             END-IF
           END-IF
           .

      *****************************************************************
      * Un operateur : moyennes de reference, signalements, ligne
      * d'edition. Un operateur sans consultation cette semaine n'est
      * pas edite (il ne peut pas etre signale).
      *****************************************************************
       TRT.
           ADD 1                           TO w-cpt-opr
           ADD w-vol-sem                   TO w-cpt-lec
           IF w-vol-sem > 0 THEN
             COMPUTE w-moy-vol ROUNDED = w-vol-ref / w-nbr-sem-ref
             COMPUTE w-moy-hors ROUNDED = w-hors-ref / w-nbr-sem-ref
             SET w-alerte-vol-non          TO TRUE
             SET w-alerte-hors-non         TO TRUE
             IF w-vol-sem >= w-plancher-vol
             AND w-vol-sem > w-moy-vol * w-facteur THEN
               SET w-alerte-vol-oui        TO TRUE
             END-IF
             IF w-hors-sem >= w-plancher-hors
             AND w-hors-sem > w-moy-hors * w-facteur THEN
               SET w-alerte-hors-oui       TO TRUE
             END-IF
             PERFORM EDITE-OPR
           END-IF
           PERFORM LEC-OPR
           .

       EDITE-OPR.
           MOVE w-operateur                TO w-det-operateur
           MOVE w-vol-sem                  TO w-det-vol-sem
           MOVE w-moy-vol                  TO w-det-moy-vol
           MOVE w-hors-sem                 TO w-det-hors-sem
           MOVE w-moy-hors                 TO w-det-moy-hors
           EVALUATE TRUE
             WHEN w-alerte-vol-oui AND w-alerte-hors-oui
               MOVE '** VOLUME + PORTEF.'  TO w-det-alerte
             WHEN w-alerte-vol-oui
               MOVE '** VOLUME'            TO w-det-alerte
             WHEN w-alerte-hors-oui
               MOVE '** HORS PORTEFEUILLE' TO w-det-alerte
             WHEN OTHER
               MOVE SPACES                 TO w-det-alerte
           END-EVALUATE
           IF w-alerte-vol-oui OR w-alerte-hors-oui THEN
             ADD 1                         TO w-cpt-alerte
             DISPLAY 'MET-WNG CONSULTATIONS ANORMALES <'
                     w-operateur '>'
             IF RETURN-CODE < 4 THEN
               MOVE 4                      TO RETURN-CODE
             END-IF
           END-IF
           MOVE w-det                      TO w-enr-log
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
      * Entete de l'edition
      *****************************************************************
       ENTETE.
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   CONSULTATIONS DE DONNEES PERSONNELLES        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '|   -------------------------------------        |'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '.------------------------------------------------.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Semaine = 7 derniers jours ; moyenne = 8 semaines'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'precedentes. ** = plus de 3 fois la moyenne.'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE 'Operateur  Semaine  Moyenne  Hors port.  Moyenne'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           .

      *****************************************************************
      * Compte-rendu final et fermeture des fichiers
      *****************************************************************
       FIN.
           EXEC SQL
             CLOSE CURS-OPR
           END-EXEC
           MOVE ' '                    TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE '-------------------------------------------------'
                                       TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-opr              TO w-rap-opr-nbr
           MOVE w-rap-opr              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-lec              TO w-rap-lec-nbr
           MOVE w-rap-lec              TO w-enr-log
           PERFORM ECRIT-LOG
           MOVE w-cpt-alerte           TO w-rap-alerte-nbr
           MOVE w-rap-alerte           TO w-enr-log
           PERFORM ECRIT-LOG
           CLOSE log
           IF w-log NOT = '00' THEN
             DISPLAY 'MET-ERR FERMETURE JOURNAUX <' w-log '>'
           END-IF
           .

       END PROGRAM TLMBPGM99.
