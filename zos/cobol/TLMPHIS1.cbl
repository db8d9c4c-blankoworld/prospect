      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPHIS1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200406.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Identifiant du prospect demande
       77 w-id            PIC X(6).
      *    Cliche courant du curseur : entete, image avant (w-av) et
      *    image apres (w-ap), meme decoupage que TLMCHIS1
       77 w-type          PIC X(1).
       77 w-fiche         PIC X(6).
       77 w-dtaudit       PIC X(26).
       77 w-operation     PIC X(1).
       77 w-pilseq        PIC S9(7) COMP-3.
       77 w-origine       PIC X(12).
       01 w-av.
           05 w-av-nom        PIC X(35).
           05 w-av-prenom     PIC X(35).
           05 w-av-tel        PIC X(10).
           05 w-av-mel        PIC X(80).
           05 w-av-note       PIC X(80).
           05 w-av-pid        PIC X(6).
           05 w-av-optout     PIC X(1).
           05 w-av-principal  PIC X(1).
           05 w-av-fonction   PIC X(40).
           05 w-av-rue        PIC X(40).
           05 w-av-cp         PIC X(5).
           05 w-av-ville      PIC X(35).
           05 w-av-stade      PIC X(1).
           05 w-av-statut     PIC X(1).
       01 w-ap.
           05 w-ap-nom        PIC X(35).
           05 w-ap-prenom     PIC X(35).
           05 w-ap-tel        PIC X(10).
           05 w-ap-mel        PIC X(80).
           05 w-ap-note       PIC X(80).
           05 w-ap-pid        PIC X(6).
           05 w-ap-optout     PIC X(1).
           05 w-ap-principal  PIC X(1).
           05 w-ap-fonction   PIC X(40).
           05 w-ap-rue        PIC X(40).
           05 w-ap-cp         PIC X(5).
           05 w-ap-ville      PIC X(35).
           05 w-ap-stade      PIC X(1).
           05 w-ap-statut     PIC X(1).
      *****************************************************************
      * Curseur : cliches du prospect (TLMPROH) et de ses contacts
      * (TLMCONH : contacts rattaches au prospect a la date du cliche
      * ou aujourd'hui), du plus recent au plus ancien. L'image apres
      * d'un cliche est le cliche suivant de la meme fiche (DTSUIV),
      * ou la fiche vivante pour le dernier : TLMPROH/TLMCONH ne
      * gardent que des images avant (cf. TLMBPGM80).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-HIS CURSOR FOR
               SELECT 'P', H.ID, H.DTAUDIT, H.OPERATION, H.PILSEQ,
                      H.ORIGINE,
                      H.NOM, ' ', ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                      COALESCE(H.ADDR_RUE, ' '),
                      COALESCE(H.ADDR_CP, ' '),
                      COALESCE(H.ADDR_VILLE, ' '),
                      H.STADE, H.STATUT,
                      COALESCE(CASE WHEN N.ID IS NULL THEN P.NOM
                                    ELSE N.NOM END, ' '),
                      ' ', ' ', ' ', ' ', ' ', ' ', ' ', ' ',
                      COALESCE(CASE WHEN N.ID IS NULL THEN P.ADDR_RUE
                                    ELSE N.ADDR_RUE END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN P.ADDR_CP
                                    ELSE N.ADDR_CP END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL
                                    THEN P.ADDR_VILLE
                                    ELSE N.ADDR_VILLE END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN P.STADE
                                    ELSE N.STADE END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN P.STATUT
                                    ELSE N.STATUT END, ' ')
               FROM (SELECT X.ID, X.NOM, X.ADDR_RUE, X.ADDR_CP,
                            X.ADDR_VILLE, X.STADE, X.STATUT,
                            X.OPERATION, X.PILSEQ, X.ORIGINE,
                            X.DTAUDIT,
                            (SELECT MIN(Y.DTAUDIT)
                               FROM TRAIN04.TLMPROH Y
                               WHERE Y.ID = X.ID
                                 AND Y.DTAUDIT > X.DTAUDIT)
                              AS DTSUIV
                       FROM TRAIN04.TLMPROH X
                       WHERE X.ID = :w-id) H
               LEFT OUTER JOIN TRAIN04.TLMPROH N
                 ON  N.ID      = H.ID
                 AND N.DTAUDIT = H.DTSUIV
               LEFT OUTER JOIN TRAIN04.TLMPRO P
                 ON  P.ID      = H.ID
               UNION ALL
               SELECT 'C', H.ID, H.DTAUDIT, H.OPERATION, H.PILSEQ,
                      H.ORIGINE,
                      COALESCE(H.NOM, ' '), COALESCE(H.PRENOM, ' '),
                      COALESCE(H.TEL, ' '), COALESCE(H.MEL, ' '),
                      COALESCE(H.NOTE, ' '), H.PID, H.OPTOUT,
                      H.PRINCIPAL, COALESCE(H.FONCTION, ' '),
                      ' ', ' ', ' ', ' ', H.STATUT,
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.NOM
                                    ELSE N.NOM END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.PRENOM
                                    ELSE N.PRENOM END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.TEL
                                    ELSE N.TEL END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.MEL
                                    ELSE N.MEL END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.NOTE
                                    ELSE N.NOTE END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.PID
                                    ELSE N.PID END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.OPTOUT
                                    ELSE N.OPTOUT END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL
                                    THEN C.PRINCIPAL
                                    ELSE N.PRINCIPAL END, ' '),
                      COALESCE(CASE WHEN N.ID IS NULL
                                    THEN C.FONCTION
                                    ELSE N.FONCTION END, ' '),
                      ' ', ' ', ' ', ' ',
                      COALESCE(CASE WHEN N.ID IS NULL THEN C.STATUT
                                    ELSE N.STATUT END, ' ')
               FROM (SELECT X.ID, X.NOM, X.PRENOM, X.TEL, X.MEL,
                            X.NOTE, X.PID, X.STATUT, X.OPTOUT,
                            X.PRINCIPAL, X.FONCTION, X.OPERATION,
                            X.PILSEQ, X.ORIGINE, X.DTAUDIT,
                            (SELECT MIN(Y.DTAUDIT)
                               FROM TRAIN04.TLMCONH Y
                               WHERE Y.ID = X.ID
                                 AND Y.DTAUDIT > X.DTAUDIT)
                              AS DTSUIV
                       FROM TRAIN04.TLMCONH X
                       WHERE X.PID = :w-id
                          OR X.ID IN (SELECT Z.ID
                                        FROM TRAIN04.TLMCON Z
                                        WHERE Z.PID = :w-id)) H
               LEFT OUTER JOIN TRAIN04.TLMCONH N
                 ON  N.ID      = H.ID
                 AND N.DTAUDIT = H.DTSUIV
               LEFT OUTER JOIN TRAIN04.TLMCON C
                 ON  C.ID      = H.ID
               ORDER BY 3 DESC, 1 DESC, 2
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCHIS1 REPLACING ==:PROG:== BY ==cphis1==.
       PROCEDURE DIVISION using tlmcpil cphis1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-HIS-init ' tlmcpil-fct
           MOVE SPACES TO cphis1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'LISTBYPRO'       PERFORM LISTE-PRO-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * LISTBYPRO : cliches du prospect demande et de ses contacts, du
      * plus recent au plus ancien. rc='10' si aucun.
      *****************************************************************
       LISTE-PRO-DEBUT.
           DISPLAY 'PHY-HIS-LSP'      WITH NO ADVANCING
           MOVE cphis1-ent-lst-id     TO w-id
           IF cphis1-ent-lst-id NOT = SPACES THEN
             DISPLAY ' <' w-id '>'
             EXEC SQL
               OPEN CURS-HIS
             END-EXEC
             PERFORM LISTE-FETCH
           ELSE
             MOVE '01' TO tlmcpil-rc
             MOVE 'PHY-HIS-LSP: identifiant vide.'
               TO tlmcpil-msg
             DISPLAY ' None'
           END-IF
           .

      *****************************************************************
      * LISTNEXT : cliche suivant du curseur ouvert. rc='10' en fin de
      * curseur (alors referme par LISTE-FETCH).
      *****************************************************************
       LISTE-SUITE.
           DISPLAY 'PHY-HIS-LST-SUIVANT' WITH NO ADVANCING
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-HIS
               INTO :w-type, :w-fiche, :w-dtaudit, :w-operation,
                    :w-pilseq, :w-origine,
                    :w-av-nom, :w-av-prenom, :w-av-tel, :w-av-mel,
                    :w-av-note, :w-av-pid, :w-av-optout,
                    :w-av-principal, :w-av-fonction, :w-av-rue,
                    :w-av-cp, :w-av-ville, :w-av-stade,
                    :w-av-statut,
                    :w-ap-nom, :w-ap-prenom, :w-ap-tel, :w-ap-mel,
                    :w-ap-note, :w-ap-pid, :w-ap-optout,
                    :w-ap-principal, :w-ap-fonction, :w-ap-rue,
                    :w-ap-cp, :w-ap-ville, :w-ap-stade,
                    :w-ap-statut
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             MOVE w-type              TO cphis1-sor-lst-type
             MOVE w-fiche             TO cphis1-sor-lst-id
             MOVE w-dtaudit           TO cphis1-sor-lst-dtaudit
             MOVE w-operation         TO cphis1-sor-lst-operation
             MOVE w-pilseq            TO cphis1-sor-lst-pilseq
             MOVE w-origine           TO cphis1-sor-lst-origine
             MOVE w-av                TO cphis1-sor-lst-image (1)
             MOVE w-ap                TO cphis1-sor-lst-image (2)
           ELSE
             DISPLAY ' None'
             EXEC SQL
               CLOSE CURS-HIS
             END-EXEC
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-HIS, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-HIS Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-HIS Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-HIS-ERR SQLSTATE <' sqlstate
                       '> SQLERRM <' sqlerrm '>'
               STRING
                 'ERR<'            DELIMITED SIZE
                 sqlstate          DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlcode-txt       DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlerr-msg        DELIMITED SIZE
                 INTO tlmcpil-msg
               END-STRING
           END-EVALUATE
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
       ERREUR.
           MOVE '90'                             TO tlmcpil-rc
           STRING
             'PHY-HIS Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPHIS1.
