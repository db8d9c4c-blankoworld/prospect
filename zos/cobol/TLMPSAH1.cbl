      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPSAH1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200203.

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
      *    Clause COPY generee par DCLGEN pour table TLMSAH (alertes
      *    du criblage sanctions/embargo)
           EXEC SQL
             INCLUDE DCLSAH
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Numero d'alerte de reference (parcours, decision) et plus
      *    grand numero existant (attribution d'un nouveau numero)
       77 w-hitid         PIC S9(7) COMP-3.
       77 w-hitid-max     PIC S9(7) COMP-3.
      *    Nombre d'alertes deja connues (doublon a l'AJOUT) ou
      *    existantes (alerte deja tranchee a la DECISION)
       77 w-nbr           PIC S9(7) COMP-3.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCSAH1 REPLACING ==:PROG:== BY ==cpsah1==.
       PROCEDURE DIVISION using tlmcpil cpsah1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-SAH-init ' tlmcpil-fct
           MOVE SPACES TO cpsah1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'ADD'             PERFORM AJOUT
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN 'NEXT'            PERFORM SUIVANTE
             WHEN 'PREV'            PERFORM PRECEDENTE
             WHEN 'DECIDE'          PERFORM DECISION
             WHEN 'COMMIT'          PERFORM COMMIT-TRT
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * AJOUT d'une alerte ouverte. Une alerte deja connue pour le
      * meme objet, la meme entree de liste et la meme valeur criblee
      * n'est pas recreee (rc '03') : une alerte levee par l'analyste
      * ne revient pas chaque nuit, mais un changement de nom ou de
      * pays produit une nouvelle alerte.
      *****************************************************************
       AJOUT.
           DISPLAY 'PHY-SAH-AJO'                 WITH NO ADVANCING
           MOVE cpsah1-ent-ajo-proid             TO tlmsah-proid
           MOVE cpsah1-ent-ajo-objtype           TO tlmsah-objtype
           MOVE cpsah1-ent-ajo-objid             TO tlmsah-objid
           MOVE cpsah1-ent-ajo-sanref            TO tlmsah-sanref
           MOVE cpsah1-ent-ajo-liste             TO tlmsah-liste
           MOVE cpsah1-ent-ajo-valeur            TO tlmsah-valeur
           MOVE cpsah1-ent-ajo-sannom            TO tlmsah-sannom
           MOVE cpsah1-ent-ajo-corresp           TO tlmsah-corresp
           IF cpsah1-ent-ajo-proid = SPACES
              OR cpsah1-ent-ajo-objid = SPACES
              OR cpsah1-ent-ajo-sanref = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-SAH-AJO: prospect/objet/liste vide.'
                                                 TO tlmcpil-msg
             DISPLAY ' None'
           ELSE
             DISPLAY ' <' tlmsah-objtype tlmsah-objid '/'
                     tlmsah-sanref '>'
             EXEC SQL
               SELECT COUNT(*)
                 INTO :w-nbr
                 FROM TRAIN04.TLMSAH
                 WHERE OBJTYPE = :tlmsah-objtype
                   AND OBJID   = :tlmsah-objid
                   AND SANREF  = :tlmsah-sanref
                   AND VALEUR  = :tlmsah-valeur
             END-EXEC
             IF SQLCODE NOT = 0 THEN
               PERFORM VERIF-SQLCODE
             ELSE
               IF w-nbr > ZERO THEN
                 MOVE '03'                       TO tlmcpil-rc
                 MOVE 'PHY-SAH-AJO: alerte deja connue.'
                                                 TO tlmcpil-msg
               ELSE
                 PERFORM ATTRIBUE-ID-SAH
                 EXEC SQL
                   INSERT INTO TRAIN04.TLMSAH (
                       HITID, PROID, OBJTYPE, OBJID, SANREF, LISTE,
                       VALEUR, SANNOM, CORRESP, STATUT, DTDETECT,
                       DTDECISION, ANALYSTE, MOTIF, RETENU)
                     VALUES (
                       :tlmsah-hitid, :tlmsah-proid, :tlmsah-objtype,
                       :tlmsah-objid, :tlmsah-sanref, :tlmsah-liste,
                       :tlmsah-valeur, :tlmsah-sannom,
                       :tlmsah-corresp, 'O', CURRENT TIMESTAMP,
                       CURRENT TIMESTAMP, ' ', ' ', ' ')
                 END-EXEC
                 PERFORM VERIF-SQLCODE
                 IF SQLCODE = 0 THEN
                   MOVE tlmsah-hitid             TO cpsah1-sor-lec-hitid
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * ATTRIBUE-ID-SAH : numero de l'alerte = plus grand numero
      * existant + 1 (meme principe que TLMPDEV1/ATTRIBUE-ID-DEV).
      *****************************************************************
       ATTRIBUE-ID-SAH.
           EXEC SQL
             SELECT COALESCE(MAX(HITID), 0)
               INTO :w-hitid-max
               FROM TRAIN04.TLMSAH
           END-EXEC
           COMPUTE tlmsah-hitid = w-hitid-max + 1
           .

      *****************************************************************
      * LECTURE de l'alerte du numero demande, quel que soit son
      * statut (saut direct de l'ecran TLMA). rc '10' si inconnue.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-SAH-LEC <' cpsah1-ent-lec-hitid '>'
           MOVE cpsah1-ent-lec-hitid             TO w-hitid
           EXEC SQL
             SELECT HITID, PROID, OBJTYPE, OBJID, SANREF, LISTE,
                    VALEUR, SANNOM, CORRESP, STATUT, DTDETECT,
                    DTDECISION, ANALYSTE, MOTIF, RETENU
               INTO :tlmsah-hitid, :tlmsah-proid, :tlmsah-objtype,
                    :tlmsah-objid, :tlmsah-sanref, :tlmsah-liste,
                    :tlmsah-valeur, :tlmsah-sannom, :tlmsah-corresp,
                    :tlmsah-statut, :tlmsah-dtdetect,
                    :tlmsah-dtdecision, :tlmsah-analyste,
                    :tlmsah-motif, :tlmsah-retenu
               FROM TRAIN04.TLMSAH
               WHERE HITID = :w-hitid
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-SAH
           END-IF
           .

      *****************************************************************
      * NEXT : premiere alerte OUVERTE de numero superieur au numero
      * de reference (zero = debut de la file). rc '10' en fin de
      * file.
      *****************************************************************
       SUIVANTE.
           DISPLAY 'PHY-SAH-NXT <' cpsah1-ent-lec-hitid '>'
           MOVE cpsah1-ent-lec-hitid             TO w-hitid
           EXEC SQL
             SELECT HITID, PROID, OBJTYPE, OBJID, SANREF, LISTE,
                    VALEUR, SANNOM, CORRESP, STATUT, DTDETECT,
                    DTDECISION, ANALYSTE, MOTIF, RETENU
               INTO :tlmsah-hitid, :tlmsah-proid, :tlmsah-objtype,
                    :tlmsah-objid, :tlmsah-sanref, :tlmsah-liste,
                    :tlmsah-valeur, :tlmsah-sannom, :tlmsah-corresp,
                    :tlmsah-statut, :tlmsah-dtdetect,
                    :tlmsah-dtdecision, :tlmsah-analyste,
                    :tlmsah-motif, :tlmsah-retenu
               FROM TRAIN04.TLMSAH
               WHERE HITID  > :w-hitid
                 AND STATUT = 'O'
               ORDER BY HITID
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-SAH
           END-IF
           .

      *****************************************************************
      * PREV : derniere alerte OUVERTE de numero inferieur au numero
      * de reference. rc '10' en tete de file.
      *****************************************************************
       PRECEDENTE.
           DISPLAY 'PHY-SAH-PRV <' cpsah1-ent-lec-hitid '>'
           MOVE cpsah1-ent-lec-hitid             TO w-hitid
           EXEC SQL
             SELECT HITID, PROID, OBJTYPE, OBJID, SANREF, LISTE,
                    VALEUR, SANNOM, CORRESP, STATUT, DTDETECT,
                    DTDECISION, ANALYSTE, MOTIF, RETENU
               INTO :tlmsah-hitid, :tlmsah-proid, :tlmsah-objtype,
                    :tlmsah-objid, :tlmsah-sanref, :tlmsah-liste,
                    :tlmsah-valeur, :tlmsah-sannom, :tlmsah-corresp,
                    :tlmsah-statut, :tlmsah-dtdetect,
                    :tlmsah-dtdecision, :tlmsah-analyste,
                    :tlmsah-motif, :tlmsah-retenu
               FROM TRAIN04.TLMSAH
               WHERE HITID  < :w-hitid
                 AND STATUT = 'O'
               ORDER BY HITID DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM VERIF-SQLCODE
           IF SQLCODE = 0 THEN
             PERFORM RESTITUE-SAH
           END-IF
           .

      *****************************************************************
      * DECIDE : l'analyste leve ('L') ou confirme ('C') une alerte
      * ouverte, avec son identite, un motif et l'horodatage de la
      * decision. La ligne d'alerte est elle-meme la trace durable de
      * la decision ; une alerte deja tranchee ne se rouvre pas ici
      * (rc '07'), une alerte inconnue rend rc '10'.
      *****************************************************************
       DECISION.
           DISPLAY 'PHY-SAH-DEC <' cpsah1-ent-dec-hitid '/'
                   cpsah1-ent-dec-statut '>'
           MOVE cpsah1-ent-dec-hitid             TO w-hitid
           MOVE cpsah1-ent-dec-statut            TO tlmsah-statut
           MOVE cpsah1-ent-dec-analyste          TO tlmsah-analyste
           MOVE cpsah1-ent-dec-motif             TO tlmsah-motif
           IF NOT TLMSAH-STATUT-LEVEE
              AND NOT TLMSAH-STATUT-CONFIRMEE THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-SAH-DEC: decision hors L/C.'
                                                 TO tlmcpil-msg
           ELSE
           IF cpsah1-ent-dec-analyste = SPACES THEN
             MOVE '01'                           TO tlmcpil-rc
             MOVE 'PHY-SAH-DEC: analyste vide.'
                                                 TO tlmcpil-msg
           ELSE
             EXEC SQL
               UPDATE TRAIN04.TLMSAH
                 SET STATUT     = :tlmsah-statut,
                     ANALYSTE   = :tlmsah-analyste,
                     MOTIF      = :tlmsah-motif,
                     DTDECISION = CURRENT TIMESTAMP
                 WHERE HITID  = :w-hitid
                   AND STATUT = 'O'
             END-EXEC
             IF SQLCODE = 100 THEN
               EXEC SQL
                 SELECT COUNT(*)
                   INTO :w-nbr
                   FROM TRAIN04.TLMSAH
                   WHERE HITID = :w-hitid
               END-EXEC
               IF SQLCODE = 0 AND w-nbr > ZERO THEN
                 MOVE '07'                       TO tlmcpil-rc
                 MOVE 'PHY-SAH-DEC: alerte deja tranchee.'
                                                 TO tlmcpil-msg
               ELSE
                 MOVE 100                        TO SQLCODE
                 PERFORM VERIF-SQLCODE
               END-IF
             ELSE
               PERFORM VERIF-SQLCODE
             END-IF
           END-IF
           END-IF
           .

      *****************************************************************
      * Restitution de l'alerte courante dans la zone de sortie
      *****************************************************************
       RESTITUE-SAH.
           MOVE tlmsah-hitid        TO cpsah1-sor-lec-hitid
           MOVE tlmsah-proid        TO cpsah1-sor-lec-proid
           MOVE tlmsah-objtype      TO cpsah1-sor-lec-objtype
           MOVE tlmsah-objid        TO cpsah1-sor-lec-objid
           MOVE tlmsah-sanref       TO cpsah1-sor-lec-sanref
           MOVE tlmsah-liste        TO cpsah1-sor-lec-liste
           MOVE tlmsah-valeur       TO cpsah1-sor-lec-valeur
           MOVE tlmsah-sannom       TO cpsah1-sor-lec-sannom
           MOVE tlmsah-corresp      TO cpsah1-sor-lec-corresp
           MOVE tlmsah-statut       TO cpsah1-sor-lec-statut
           MOVE tlmsah-dtdetect     TO cpsah1-sor-lec-dtdetect
           MOVE tlmsah-dtdecision   TO cpsah1-sor-lec-dtdecision
           MOVE tlmsah-analyste     TO cpsah1-sor-lec-analyste
           MOVE tlmsah-motif        TO cpsah1-sor-lec-motif
           MOVE tlmsah-retenu       TO cpsah1-sor-lec-retenu
           .

      *****************************************************************
      * COMMIT : point de synchronisation demande par l'appelant (ex.
      * TLMBPGM103 tous les N objets cribles).
      *****************************************************************
       COMMIT-TRT.
           DISPLAY 'PHY-SAH-COMMIT' WITH NO ADVANCING
           EXEC SQL
             COMMIT
           END-EXEC
           PERFORM VERIF-SQLCODE
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-SAH, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-SAH Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-SAH Code 100, non trouve ou fin cur.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
      *        Le detail complet (SQLSTATE + SQLERRM non tronque) est
      *        affiche en clair sur le journal du job : tlmcpil-msg
      *        (40 car.) ne peut pas tout contenir.
               DISPLAY 'PHY-SAH-ERR SQLSTATE <' sqlstate
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
             'PHY-SAH Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPSAH1.
