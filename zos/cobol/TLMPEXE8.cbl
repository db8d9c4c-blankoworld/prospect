      * attendre et retenter (cpexe8-ent-exe-attente tentatives,
      * pause d'une demi-minute entre chacune) au lieu du refus sec.
      * RELEASE et CLEAR liberent le verrou, HEARTBEAT date
      * l'activite du programme en cours. LISTLOCK puis LISTNEXT
      * restituent les verrous en cours avec l'age de leur battement
      * (ecran de suivi de la chaine TLMD).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPEXE8.
           88 w-prise-ok               VALUE 1.
           88 w-prise-refus            VALUE 0.
       77 w-pause-cs      PIC S9(8) COMP VALUE 3000.
      *    Age du dernier battement (minutes), restitue par LISTLOCK
       77 w-age           PIC S9(9) COMP.
      *****************************************************************
      * Curseur des verrous en cours, avec l'age du dernier battement
      * de coeur en minutes (meme calcul que TLMBPGM72).
      *****************************************************************
           EXEC SQL
             DECLARE CURS-EXE-LST CURSOR FOR
               SELECT PROGRAMME, DTDEBUT, DTBAT, RESSOURCE,
                      TIMESTAMPDIFF(4,
                        CHAR(CURRENT TIMESTAMP - DTBAT))
               FROM TRAIN04.TLMEXE
               WHERE STATUT = 'E'
               ORDER BY DTDEBUT, PROGRAMME
           END-EXEC.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
             WHEN 'HEARTBEAT'       PERFORM BATTEMENT
             WHEN 'RELEASE'         PERFORM LIBERATION
             WHEN 'CLEAR'           PERFORM LEVEE-FORCEE
             WHEN 'LISTLOCK'        PERFORM LISTE-DEBUT
             WHEN 'LISTNEXT'        PERFORM LISTE-SUITE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .
           PERFORM VERIF-SQLCODE
           .

      *****************************************************************
      * LISTLOCK : ouverture du curseur des verrous en cours et
      * restitution du premier ; LISTNEXT : verrou suivant. rc '10' en
      * fin de liste, le curseur est alors ferme.
      *****************************************************************
       LISTE-DEBUT.
           DISPLAY 'PHY-EXE-LST'
           EXEC SQL
             OPEN CURS-EXE-LST
           END-EXEC
           PERFORM LISTE-FETCH
           .

       LISTE-SUITE.
           DISPLAY 'PHY-EXE-NXT'
           PERFORM LISTE-FETCH
           .

       LISTE-FETCH.
           EXEC SQL
             FETCH CURS-EXE-LST
               INTO :tlmexe-programme, :tlmexe-dtdebut,
                    :tlmexe-dtbat, :tlmexe-ressource, :w-age
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF tlmcpil-rc = '00' THEN
             MOVE tlmexe-programme       TO cpexe8-sor-exe-pgm
             MOVE tlmexe-dtdebut         TO cpexe8-sor-exe-debut
             MOVE tlmexe-dtbat           TO cpexe8-sor-exe-bat
             MOVE tlmexe-ressource       TO cpexe8-sor-exe-ressource
             IF w-age < 0 THEN
               MOVE ZERO                 TO cpexe8-sor-exe-age
             ELSE
               MOVE w-age                TO cpexe8-sor-exe-age
             END-IF
           ELSE
             EXEC SQL
               CLOSE CURS-EXE-LST
             END-EXEC
           END-IF
           .

       FIN.
           CONTINUE.

