       77 w-rel-o                        PIC  9(07).
       77 w-rel-u                        PIC  9(07).
       77 w-rel-n                        PIC  9(07).
       77 w-rel-r                        PIC  9(07).
       77 w-rel-q                        PIC  9(07).
       77 w-rel-p                        PIC  9(07).
       77 w-rel-i                        PIC  9(07).
       77 w-rel-w                        PIC  9(07).
       77 w-rel-tot                      PIC  9(07).
       77 w-rel-chk                      PIC  9(09).
       77 w-rel-id                       PIC  9(06).
      *    Motif de rejet courant de la ligne en cours de controle
       01 w-rej-cod                      PIC   X(02).
       01 w-rej-msg                      PIC   X(40).
      *    Ligne V de revue de grand compte (type 'R') : indice des
      *    participants, participants renseignes et malformes
       01 w-idx-par                      PIC  S9(04) COMP.
       01 w-nb-par                       PIC  S9(04) COMP.
       01 w-nb-par-ko                    PIC  S9(04) COMP.
      *    Compteurs pour le compte-rendu
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
           PERFORM TRT UNTIL w-fin-fic-oui
           PERFORM FIN
           PERFORM CHRONO-FIN
           IF w-invalide-oui THEN
             MOVE 16                   TO RETURN-CODE
           END-IF
           PERFORM ECRIT-STATS
           GOBACK
           .

             MOVE w-cpt-valide         TO sta-sta-nbok
             MOVE w-cpt-invalide       TO sta-sta-nbrej
             MOVE ZERO                 TO sta-sta-nberr
             MOVE RETURN-CODE          TO sta-sta-coderet
             WRITE sta-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
           MOVE 0 TO w-cpt-lec w-cpt-valide w-cpt-invalide
           SET w-sceau-absent             TO TRUE
           MOVE 0 TO w-rel-a w-rel-m w-rel-s w-rel-v w-rel-c
                     w-rel-d w-rel-o w-rel-u w-rel-n w-rel-r
                     w-rel-q w-rel-p w-rel-i w-rel-w w-rel-tot
                     w-rel-chk
           PERFORM ENTETE
           .

               PERFORM VRF-CHAMPS-OBLIG-MUT
             WHEN f-pil-cmd-not
               PERFORM VRF-CHAMPS-OBLIG-NOT
             WHEN f-pil-cmd-rol
               PERFORM VRF-CHAMPS-OBLIG-ROL
             WHEN f-pil-cmd-dev
               PERFORM VRF-CHAMPS-OBLIG-DEV
             WHEN f-pil-cmd-rdv
               PERFORM VRF-CHAMPS-OBLIG-RDV
             WHEN f-pil-cmd-par
               PERFORM VRF-CHAMPS-OBLIG-PAR
             WHEN f-pil-cmd-att
               PERFORM VRF-CHAMPS-OBLIG-ATT
             WHEN f-pil-cmd-sceau
      *        sceau d'integrite : memorise (il doit etre en
      *        premiere position), rapproche en fin de fichier
             WHEN 'O'   ADD 1            TO w-rel-o
             WHEN 'U'   ADD 1            TO w-rel-u
             WHEN 'N'   ADD 1            TO w-rel-n
             WHEN 'R'   ADD 1            TO w-rel-r
             WHEN 'Q'   ADD 1            TO w-rel-q
             WHEN 'P'   ADD 1            TO w-rel-p
             WHEN 'I'   ADD 1            TO w-rel-i
             WHEN 'W'   ADD 1            TO w-rel-w
           END-EVALUATE
           ADD 1                         TO w-rel-tot
           MOVE 0                        TO w-rel-id
                   MOVE '08'             TO w-rej-cod
                   MOVE 'Stade de prospect invalide (N,Q,C,P)'
                                          TO w-rej-msg
                 ELSE
      *            parrain : seule la forme est controlee ici, son
      *            stade client l'est par TLMBPGM3 a la creation
                   IF f-pil-pro-parrain NOT = SPACES AND
                      f-pil-pro-parrain NOT NUMERIC THEN
                     SET w-obl-non       TO TRUE
                     MOVE '28'           TO w-rej-cod
                     MOVE 'Parrain inconnu ou non client'
                                          TO w-rej-msg
                   ELSE
                     IF NOT f-pil-pro-qbudget-valide OR
                        NOT f-pil-pro-qdecideur-valide OR
                        NOT f-pil-pro-qbesoin-valide OR
                        NOT f-pil-pro-qdelai-valide THEN
                       SET w-obl-non     TO TRUE
                       MOVE '34'         TO w-rej-cod
                       MOVE 'Critere de qualification invalide'
                                          TO w-rej-msg
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF

      *****************************************************************
      * ACTIVITE (ligne V) : identifiant contact present et numerique,
      * type d'activite reconnu, participants d'une revue (meme regle
      * que VRF-CHAMPS-OBLIG-ACT de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-ACT.
           IF f-pil-act-con-id = SPACE THEN
             ELSE
               IF f-pil-act-type NOT = 'A' AND
                  f-pil-act-type NOT = 'V' AND
                  f-pil-act-type NOT = 'C' AND
                  f-pil-act-type NOT = 'R' AND
                  f-pil-act-type NOT = 'E' THEN
                 SET w-obl-non           TO TRUE
                 MOVE '05'               TO w-rej-cod
                 MOVE 'Type d''activite invalide (ni A,V,C,R,E)'
                                          TO w-rej-msg
               ELSE
                 IF f-pil-act-resultat NOT = SPACE AND
                   MOVE '13'             TO w-rej-cod
                   MOVE 'Resultat d''activite invalide'
                                          TO w-rej-msg
                 ELSE
                   IF f-pil-act-type = 'R' THEN
                     PERFORM VRF-PARTICIPANTS-ACT
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * Participants d'une revue de grand compte : au moins un poste
      * renseigne (sinon 02), aucun poste malforme (type hors 'I'/'C'
      * ou code a blanc, 32) - meme regle que TLMBPGM3.
      *****************************************************************
       VRF-PARTICIPANTS-ACT.
           MOVE 0                        TO w-nb-par w-nb-par-ko
           PERFORM COMPTE-PAR-ACT
                   VARYING w-idx-par FROM 1 BY 1
                   UNTIL w-idx-par > 10
           EVALUATE TRUE
             WHEN w-nb-par-ko > 0
               SET w-obl-non             TO TRUE
               MOVE '32'                 TO w-rej-cod
               MOVE 'Participant de revue invalide'
                                          TO w-rej-msg
             WHEN w-nb-par = 0
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
           END-EVALUATE
           .

       COMPTE-PAR-ACT.
           IF f-pil-act-par-type (w-idx-par) NOT = SPACE OR
              f-pil-act-par-code (w-idx-par) NOT = SPACES THEN
             ADD 1                       TO w-nb-par
             IF (f-pil-act-par-type (w-idx-par) NOT = 'I' AND
                 f-pil-act-par-type (w-idx-par) NOT = 'C') OR
                f-pil-act-par-code (w-idx-par) = SPACES THEN
               ADD 1                     TO w-nb-par-ko
             END-IF
           END-IF
           .

      *****************************************************************
      * CANAL (ligne C) : identifiant contact present et numerique,
      * type de canal reconnu, valeur non vide (meme regle que
                 MOVE '07'               TO w-rej-cod
                 MOVE 'Type d''adresse invalide (ni L, ni F)'
                                          TO w-rej-msg
               ELSE
      *          code pays : espace (France) ou deux lettres
                 IF f-pil-adr-pays NOT = SPACES AND
                    (f-pil-adr-pays NOT ALPHABETIC-UPPER OR
                     f-pil-adr-pays (1 : 1) = SPACE OR
                     f-pil-adr-pays (2 : 1) = SPACE) THEN
                   SET w-obl-non         TO TRUE
                   MOVE '25'             TO w-rej-cod
                   MOVE 'Code pays invalide (ligne D)'
                                          TO w-rej-msg
                 END-IF
               END-IF
             END-IF
           END-IF
                 MOVE '11'               TO w-rej-cod
                 MOVE 'Montant d''affaire invalide'
                                          TO w-rej-msg
               ELSE
                 PERFORM VRF-CLOTURE-AFF
               END-IF
             END-IF
           END-IF
           .

      *****************************************************************
      * CLOTURE D'AFFAIRE (ligne O avec issue) : issue G/P/B sur une
      * affaire identifiee, montant signe et date de cloture
      * numeriques s'ils sont renseignes (meme regle que
      * VRF-CLOTURE-AFF de TLMBPGM3).
      *****************************************************************
       VRF-CLOTURE-AFF.
           IF f-pil-aff-issue NOT = SPACE THEN
             IF NOT f-pil-aff-issue-valide OR
                f-pil-aff-id = SPACES OR
                (f-pil-aff-mntsigne NOT = SPACES AND
                 f-pil-aff-mntsigne NOT NUMERIC) OR
                (f-pil-aff-dtsign NOT = SPACES AND
                 f-pil-aff-dtsign NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '16'                 TO w-rej-cod
               MOVE 'Cloture d''affaire invalide'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * MUTATION (ligne U) : identifiant contact et prospect
      * d'arrivee presents et numeriques (meme regle que
           END-IF
           .

      *****************************************************************
      * ROLE D'AFFAIRE (ligne R) : identifiants affaire et contact
      * presents et numeriques, role D/I/U/A/B ou X (meme regle que
      * VRF-CHAMPS-OBLIG-ROL de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-ROL.
           IF f-pil-rol-aff-id = SPACE OR
              f-pil-rol-con-id = SPACE OR
              f-pil-rol-role = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
           ELSE
             IF f-pil-rol-aff-id NOT NUMERIC OR
                f-pil-rol-con-id NOT NUMERIC OR
                NOT f-pil-rol-role-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '18'                 TO w-rej-cod
               MOVE 'Role d''affaire invalide (ligne R)'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * DEVIS D'AFFAIRE (ligne Q) : en creation (numero de devis a
      * blanc), affaire, contact, date de validite et au moins une
      * ligne presents, identifiants numeriques et pas de statut ;
      * en reponse (numero renseigne), numero numerique et statut A
      * ou R (meme regle que VRF-CHAMPS-OBLIG-DEV de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-DEV.
           IF f-pil-dev-id = SPACE THEN
             IF f-pil-dev-aff-id = SPACE OR
                f-pil-dev-con-id = SPACE OR
                f-pil-dev-dtvalid = SPACE OR
                f-pil-dev-lig (1) = SPACE THEN
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
             ELSE
               IF f-pil-dev-aff-id NOT NUMERIC OR
                  f-pil-dev-con-id NOT NUMERIC OR
                  f-pil-dev-statut NOT = SPACE THEN
                 SET w-obl-non           TO TRUE
                 MOVE '19'               TO w-rej-cod
                 MOVE 'Devis invalide (ligne Q)'
                                          TO w-rej-msg
               END-IF
             END-IF
           ELSE
             IF f-pil-dev-id NOT NUMERIC OR
                NOT f-pil-dev-statut-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '19'                 TO w-rej-cod
               MOVE 'Devis invalide (ligne Q)'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * RENDEZ-VOUS (ligne P) : en prise de rendez-vous (numero a
      * blanc), prospect, date et heures presents, prospect, contact
      * eventuel, date et heures numeriques et pas de statut ; en
      * suite donnee (numero renseigne), numero numerique et statut
      * A ou R (meme regle que VRF-CHAMPS-OBLIG-RDV de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-RDV.
           IF f-pil-rdv-id = SPACE THEN
             IF f-pil-rdv-pro-id = SPACE OR
                f-pil-rdv-dtrdv = SPACE OR
                f-pil-rdv-hdebut = SPACE OR
                f-pil-rdv-hfin = SPACE THEN
               SET w-obl-non             TO TRUE
               MOVE '02'                 TO w-rej-cod
               MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
             ELSE
               IF f-pil-rdv-pro-id NOT NUMERIC OR
                  (f-pil-rdv-con-id NOT = SPACE AND
                   f-pil-rdv-con-id NOT NUMERIC) OR
                  f-pil-rdv-dtrdv NOT NUMERIC OR
                  f-pil-rdv-hdebut NOT NUMERIC OR
                  f-pil-rdv-hfin NOT NUMERIC OR
                  f-pil-rdv-statut NOT = SPACE THEN
                 SET w-obl-non           TO TRUE
                 MOVE '22'               TO w-rej-cod
                 MOVE 'Rendez-vous invalide (ligne P)'
                                          TO w-rej-msg
               END-IF
             END-IF
           ELSE
             IF f-pil-rdv-id NOT NUMERIC OR
                NOT f-pil-rdv-statut-valide THEN
               SET w-obl-non             TO TRUE
               MOVE '22'                 TO w-rej-cod
               MOVE 'Rendez-vous invalide (ligne P)'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * PARC CONCURRENT (ligne I) : prospect et ligne de produit
      * presents, prospect numerique, date de fin a blanc ou
      * numerique (meme regle que VRF-CHAMPS-OBLIG-PAR de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-PAR.
           IF f-pil-par-pro-id = SPACE OR
              f-pil-par-ligne = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
           ELSE
             IF f-pil-par-pro-id NOT NUMERIC OR
                (f-pil-par-dtfin NOT = SPACE AND
                 f-pil-par-dtfin NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '27'                 TO w-rej-cod
               MOVE 'Parc concurrent invalide (ligne I)'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * MISE EN ATTENTE (ligne W) : identifiant present et numerique,
      * type de cible 'P' ou 'C', date de reprise a blanc ou
      * numerique (meme regle que VRF-CHAMPS-OBLIG-ATT de TLMBPGM3).
      *****************************************************************
       VRF-CHAMPS-OBLIG-ATT.
           IF f-pil-att-id = SPACE OR
              f-pil-att-type = SPACE THEN
             SET w-obl-non               TO TRUE
             MOVE '02'                   TO w-rej-cod
             MOVE 'Champ obligatoire absent ou a blanc'
                                          TO w-rej-msg
           ELSE
             IF f-pil-att-id NOT NUMERIC OR
                NOT f-pil-att-type-valide OR
                (f-pil-att-date NOT = SPACE AND
                 f-pil-att-date NOT NUMERIC) THEN
               SET w-obl-non             TO TRUE
               MOVE '29'                 TO w-rej-cod
               MOVE 'Mise en attente invalide (ligne W)'
                                          TO w-rej-msg
             END-IF
           END-IF
           .

      *****************************************************************
      * Ecriture d'une ligne dans le fichier de log, avec verification
      * du code d'etat du fichier JOURNAUX.
              w-sce-pil-sce-nbr-o   NOT = w-rel-o   OR
              w-sce-pil-sce-nbr-u   NOT = w-rel-u   OR
              w-sce-pil-sce-nbr-n   NOT = w-rel-n   OR
              w-sce-pil-sce-nbr-r   NOT = w-rel-r   OR
              w-sce-pil-sce-nbr-q   NOT = w-rel-q   OR
              w-sce-pil-sce-nbr-p   NOT = w-rel-p   OR
              w-sce-pil-sce-nbr-i   NOT = w-rel-i   OR
              w-sce-pil-sce-nbr-w   NOT = w-rel-w   OR
              w-sce-pil-sce-nbr-tot NOT = w-rel-tot OR
              w-sce-pil-sce-checksum NOT = w-rel-chk THEN
             SET w-invalide-oui          TO TRUE
