      *****************************************************************
      *                    C O U C H E  L O G I Q U E
      *                    (T R A N S A C T I O N  C I C S)
      *****************************************************************
      * APPLICATION      : SUIVI DE LA CHAINE DE NUIT
      * NOM DU PROGRAMME : TLMLONLD
      * TRANSACTION CICS : TLMD
      * MAPSET / MAP     : TLMM000E / ECRANE
      * DESCRIPTION      : ECRAN DE CONSULTATION DU PUPITRE
      *    D'EXPLOITATION : A L'ARRIVEE DE L'EQUIPE DE JOUR, LA NUIT
      *    EST-ELLE FINIE, ET LES MISES A JOUR SONT-ELLES PASSEES ?
      *    SANS PARCOURIR LES JOURNAUX DES TRAVAUX NI ATTENDRE LES
      *    EDITIONS TLMBPGM73 / TLMBPGM32, L'ECRAN PRESENTE :
      *       - L'ETAT DE LA MAINTENANCE TLM2 : OUVERTE, OU EN
      *         CONSULTATION SEULE PENDANT LA FENETRE BATCH (MEME
      *         REGLE QUE TLMLONL2/VRF-BATCH, TLMPEXE8 STATUS) ;
      *       - LES VERROUS D'EXECUTION ENCORE POSES DANS TLMEXE
      *         (TLMPEXE8 LISTLOCK), AVEC L'AGE DE LEUR BATTEMENT DE
      *         COEUR : AU-DELA DU SEUIL D'ALERTE DU CHIEN DE GARDE
      *         TLMBPGM72, LE VERROU EST SIGNALE ORPHELIN PROBABLE ;
      *       - LES RUNS DE LA NUIT EN COURS ET DE LA NUIT PRECEDENTE
      *         (TLMRUN, TLMPRUN1 LISTNUIT) : PROGRAMME, DEBUT, FIN,
      *         CODE RETOUR ET VOLUMES, FEUILLETABLES EN PF7/PF8.
      *    AUCUNE MISE A JOUR. RESERVE AU PROFIL EXPLOITATION ('E')
      *    ET AU PROFIL MISE A JOUR ('M') DU FICHIER TLMOPR.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMLONLD.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200427.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Clause COPY pour echange prog./ss-prog. avec les couches
      *    physiques : verrous d'execution TLMEXE, runs TLMRUN
           COPY TLMCPIL.
           COPY TLMCEXE8 REPLACING ==:PROG:== BY ==PGM5==.
           COPY TLMCRUN1 REPLACING ==:PROG:== BY ==PGM1==.
      *    Enregistrement profil operateur (fichier VSAM TLMOPR) et
      *    identite CICS signee
       COPY TLMCOPR1 REPLACING ==:PROG:== BY ==w==.
       77 w-userid                PIC  X(08).
       77 w-resp                  PIC S9(8) COMP.
       01 w-habilite              PIC  9.
           88 w-habilite-oui              VALUE 1.
           88 w-habilite-non              VALUE 0.
      *    Map symbolique de l'ecran de suivi
           COPY TLMM000E.
      *    Heure du releve affichee en tete d'ecran
       77 w-abstime               PIC S9(15) COMP-3.
       77 w-heure                 PIC  X(08).
      *    Seuil d'alerte du battement (minutes) : celui du chien de
      *    garde TLMBPGM72 par defaut ; au-dela, verrou orphelin
      *    probable, a lever par TLMBPGM46
       77 w-seuil-alerte          PIC  9(05) COMP-3 VALUE 30.
      *    Verrous en cours : lignes de l'ecran et nombre total
       01 w-verrous.
           05 w-verrou OCCURS 3 TIMES PIC X(77).
       77 w-nbr-ver               PIC  9(04) COMP-3.
       77 w-nbr-ver-aff           PIC  ZZZ9.
       01 w-lig-ver.
           05 w-lig-ver-pgm           PIC  X(08).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-ver-ressource     PIC  X(18).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-ver-debut         PIC  X(16).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-ver-bat           PIC  X(08).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-ver-age           PIC  ZZZZZZ9.
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-ver-alerte        PIC  X(10).
      *    Runs : lignes de l'ecran et pagination (cf. CHARGE-RUNS)
       01 w-runs.
           05 w-run OCCURS 8 TIMES PIC X(77).
       77 w-nbr-gen               PIC  9(04) COMP-3.
       77 w-nbr-a-sauter          PIC  9(04) COMP-3.
       77 w-nbr-fin-page          PIC  9(04) COMP-3.
       77 w-nbr-lignes            PIC  9(02) COMP-3.
       77 w-page-aff              PIC  ZZZ9.
       01 w-lig-run.
           05 w-lig-run-nuit          PIC  X(10).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-pgm           PIC  X(08).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-run-debut         PIC  X(08).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-fin           PIC  X(08).
           05 FILLER                  PIC  X(02) VALUE SPACES.
           05 w-lig-run-rc            PIC  X(02).
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-nblec         PIC  ZZZZZZ9.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-nbok          PIC  ZZZZZZ9.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-nbrej         PIC  ZZZZZZ9.
           05 FILLER                  PIC  X(01) VALUE SPACE.
           05 w-lig-run-nberr         PIC  ZZZZZZ9.

      *    Zone de communication entre deux executions pseudo-
      *    conversationnelles : page des runs affichee
       01 w-commarea.
           05 w-com-page           PIC  9(04).
       LINKAGE SECTION.
       01 dfhcommarea              PIC X(4).

       PROCEDURE DIVISION.
       DEBUT.
           IF EIBCALEN = 0 THEN
      *      controle d'acces : la transaction peut etre tapee
      *      directement sans passer par le menu TLM0
             PERFORM LIT-PROFIL
             IF w-habilite-non THEN
               PERFORM REFUS-ACCES
             END-IF
             MOVE 1                   TO w-com-page
             PERFORM AFFICHER-SUIVI
             PERFORM RENVOI-ECRAN
           ELSE
             MOVE dfhcommarea         TO w-commarea
             PERFORM TRAITER-ECRAN
           END-IF
           GOBACK
           .

      *****************************************************************
      * Lecture du profil de l'operateur signe : profil exploitation
      * ou mise a jour exige (absent du fichier = refus).
      *****************************************************************
       LIT-PROFIL.
           MOVE SPACES                TO w-userid
           EXEC CICS ASSIGN
             USERID(w-userid)
           END-EXEC
           SET w-habilite-non         TO TRUE
           MOVE w-userid              TO w-opr-userid
           EXEC CICS READ FILE('TLMOPR')
             INTO(w-opr)
             RIDFLD(w-opr-userid)
             RESP(w-resp)
           END-EXEC
           IF w-resp = 0 AND (w-opr-exploitation OR w-opr-maj) THEN
             SET w-habilite-oui       TO TRUE
           END-IF
           .

      *****************************************************************
      * Acces refuse : message et fin de tache (pas de pseudo-
      * conversation engagee).
      *****************************************************************
       REFUS-ACCES.
           MOVE SPACES                TO TLMM000EO
           MOVE 'Suivi de la chaine reserve au profil exploitation.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000E')
             MAPSET('TLMM000E')
             FROM(TLMM000EO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Aiguillage selon la touche : PF7/PF8 feuillettent les runs,
      * toute autre touche (ENTREE, PF5) rafraichit la page courante.
      *****************************************************************
       TRAITER-ECRAN.
           EXEC CICS RECEIVE MAP('TLMM000E')
             MAPSET('TLMM000E')
             INTO(TLMM000EI)
           END-EXEC
           EVALUATE EIBAID
             WHEN DFHPF3
               PERFORM FIN-CONVERSATION
             WHEN DFHCLEAR
               MOVE 1                 TO w-com-page
             WHEN DFHPF7
               IF w-com-page > 1 THEN
                 SUBTRACT 1           FROM w-com-page
               END-IF
             WHEN DFHPF8
               ADD 1                  TO w-com-page
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM AFFICHER-SUIVI
           PERFORM RENVOI-ECRAN
           .

      *****************************************************************
      * Reaffichage de l'ecran et retour pseudo-conversationnel.
      *****************************************************************
       RENVOI-ECRAN.
           EXEC CICS SEND MAP('TLMM000E')
             MAPSET('TLMM000E')
             FROM(TLMM000EO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
             TRANSID('TLMD')
             COMMAREA(w-commarea)
             LENGTH(4)
           END-EXEC
           .

      *****************************************************************
      * Message de fin et liberation du terminal (PF3).
      *****************************************************************
       FIN-CONVERSATION.
           MOVE SPACES                TO TLMM000EO
           MOVE 'Suivi de la chaine termine.'
                                       TO MSGO
           EXEC CICS SEND MAP('TLMM000E')
             MAPSET('TLMM000E')
             FROM(TLMM000EO)
             ERASE
           END-EXEC
           EXEC CICS RETURN
           END-EXEC
           .

      *****************************************************************
      * Releve complet a chaque echange : tout est relu, l'ecran
      * reflete l'etat de la chaine a l'heure affichee.
      *****************************************************************
       AFFICHER-SUIVI.
           MOVE SPACES                TO TLMM000EO
           MOVE w-userid              TO USERO
           EXEC CICS ASKTIME
             ABSTIME(w-abstime)
           END-EXEC
           EXEC CICS FORMATTIME
             ABSTIME(w-abstime)
             TIME(w-heure)
             TIMESEP(':')
           END-EXEC
           MOVE w-heure               TO HEUREO
           MOVE w-com-page            TO w-page-aff
           STRING 'Runs - page '      DELIMITED SIZE
                  w-page-aff          DELIMITED SIZE
             INTO PAGEO
           END-STRING
           PERFORM ETAT-TLM2
           PERFORM CHARGE-VERROUS
           PERFORM CHARGE-RUNS
           .

      *****************************************************************
      * Etat de la maintenance TLM2 : un batch ecrivain detenant le
      * verrou TLMEXE la passe en consultation seule (cf.
      * TLMLONL2/VRF-BATCH).
      *****************************************************************
       ETAT-TLM2.
           MOVE SPACES                 TO pgm5-ent
           MOVE 'STATUS'               TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm5
           EVALUATE tlmcpil-rc
             WHEN '20'
               STRING
                 'TLM2 en consultation seule : batch ' DELIMITED SIZE
                 pgm5-sor-exe-pgm          DELIMITED SIZE
                 ' en cours depuis '       DELIMITED SIZE
                 pgm5-sor-exe-debut (1 : 16) DELIMITED SIZE
                 '.'                       DELIMITED SIZE
                 INTO ETATO
               END-STRING
             WHEN '10'
               MOVE 'TLM2 ouverte : aucun batch ecrivain en cours.'
                                       TO ETATO
             WHEN OTHER
               MOVE tlmcpil-msg        TO ETATO
           END-EVALUATE
           .

      *****************************************************************
      * Verrous d'execution en cours (TLMPEXE8 LISTLOCK / LISTNEXT) :
      * les 3 premiers a l'ecran, le nombre total en message s'il y
      * en a davantage. La liste est lue jusqu'au bout (curseur
      * referme par la couche physique en fin de liste).
      *****************************************************************
       CHARGE-VERROUS.
           MOVE SPACES                 TO w-verrous
           MOVE ZERO                   TO w-nbr-ver
           MOVE SPACES                 TO pgm5-ent
           MOVE 'LISTLOCK'             TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm5
           PERFORM TRAITE-VERROU
             UNTIL tlmcpil-rc NOT = '00'
           IF w-nbr-ver = 0 THEN
             MOVE 'Aucun verrou d''execution en cours.'
                                       TO w-verrou (1)
           END-IF
           MOVE w-verrou (1)           TO V1O
           MOVE w-verrou (2)           TO V2O
           MOVE w-verrou (3)           TO V3O
           .

       TRAITE-VERROU.
           ADD 1                       TO w-nbr-ver
           IF w-nbr-ver NOT > 3 THEN
             MOVE pgm5-sor-exe-pgm     TO w-lig-ver-pgm
             MOVE pgm5-sor-exe-ressource TO w-lig-ver-ressource
             MOVE pgm5-sor-exe-debut (1 : 16) TO w-lig-ver-debut
             MOVE pgm5-sor-exe-bat (12 : 8) TO w-lig-ver-bat
             MOVE pgm5-sor-exe-age     TO w-lig-ver-age
             IF pgm5-sor-exe-age > w-seuil-alerte THEN
               MOVE 'ORPHELIN ?'       TO w-lig-ver-alerte
             ELSE
               MOVE SPACES             TO w-lig-ver-alerte
             END-IF
             MOVE w-lig-ver            TO w-verrou (w-nbr-ver)
           END-IF
           MOVE 'LISTNEXT'             TO tlmcpil-fct
           CALL 'TLMPEXE8' USING tlmcpil pgm5
           .

      *****************************************************************
      * Runs des deux dernieres nuits, page demandee : LISTNUIT
      * relance la liste depuis le debut, les runs des pages
      * precedentes sont sautes et 8 au plus remplissent l'ecran. La
      * lecture s'arrete des qu'un run de plus que la page a ete lu :
      * il reste alors une page suivante.
      *****************************************************************
       CHARGE-RUNS.
           MOVE SPACES                 TO w-runs
           MOVE ZERO                   TO w-nbr-lignes w-nbr-gen
           COMPUTE w-nbr-a-sauter = (w-com-page - 1) * 8
           COMPUTE w-nbr-fin-page = w-nbr-a-sauter + 8
           MOVE SPACES                 TO pgm1-ent
           MOVE 'LISTNUIT'             TO tlmcpil-fct
           CALL 'TLMPRUN1' USING tlmcpil pgm1
           PERFORM TRAITE-RUN
             UNTIL tlmcpil-rc NOT = '00'
                OR w-nbr-gen > w-nbr-fin-page
           EVALUATE TRUE
             WHEN w-nbr-lignes = 0 AND w-com-page = 1
               MOVE 'Aucun run charge pour les deux dernieres nuits.'
                                        TO MSGO
             WHEN w-nbr-lignes = 0
               MOVE 'Fin de la liste : PF7 pour revenir.'
                                        TO MSGO
             WHEN w-nbr-gen > w-nbr-fin-page
               MOVE 'PF8 : runs suivants.' TO MSGO
             WHEN OTHER
               MOVE 'Fin de la liste des runs.' TO MSGO
           END-EVALUATE
           IF w-nbr-ver > 3 THEN
             MOVE w-nbr-ver            TO w-nbr-ver-aff
             MOVE SPACES               TO MSGO
             STRING
               w-nbr-ver-aff           DELIMITED SIZE
               ' verrous en cours, les 3 plus anciens affiches.'
                                       DELIMITED SIZE
               INTO MSGO
             END-STRING
           END-IF
           MOVE w-run (1)              TO R1O
           MOVE w-run (2)              TO R2O
           MOVE w-run (3)              TO R3O
           MOVE w-run (4)              TO R4O
           MOVE w-run (5)              TO R5O
           MOVE w-run (6)              TO R6O
           MOVE w-run (7)              TO R7O
           MOVE w-run (8)              TO R8O
           .

       TRAITE-RUN.
           ADD 1                       TO w-nbr-gen
           IF w-nbr-gen > w-nbr-a-sauter
              AND w-nbr-gen NOT > w-nbr-fin-page THEN
             ADD 1                     TO w-nbr-lignes
             MOVE pgm1-sor-lst-nuit    TO w-lig-run-nuit
             MOVE pgm1-sor-lst-pgm     TO w-lig-run-pgm
             MOVE pgm1-sor-lst-debut (12 : 8) TO w-lig-run-debut
             MOVE pgm1-sor-lst-fin (12 : 8) TO w-lig-run-fin
             MOVE pgm1-sor-lst-coderet TO w-lig-run-rc
             MOVE pgm1-sor-lst-nblec   TO w-lig-run-nblec
             MOVE pgm1-sor-lst-nbok    TO w-lig-run-nbok
             MOVE pgm1-sor-lst-nbrej   TO w-lig-run-nbrej
             MOVE pgm1-sor-lst-nberr   TO w-lig-run-nberr
             MOVE w-lig-run            TO w-run (w-nbr-lignes)
           END-IF
           IF w-nbr-gen NOT > w-nbr-fin-page THEN
             MOVE 'LISTNEXT'           TO tlmcpil-fct
             CALL 'TLMPRUN1' USING tlmcpil pgm1
           END-IF
           .

       END PROGRAM TLMLONLD.
