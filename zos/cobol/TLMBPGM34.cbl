      *    Motif du nouveau rejet eventuel
       01 w-rej-cod                      PIC   X(02).
       01 w-rej-msg                      PIC   X(40).
      *    Ligne V de revue de grand compte (type 'R') : indice des
      *    participants, participants renseignes et malformes
       01 w-idx-par                      PIC  S9(04) COMP.
       01 w-nb-par                       PIC  S9(04) COMP.
       01 w-nb-par-ko                    PIC  S9(04) COMP.
      *    Compteurs pour le compte-rendu et le trailer regenere
       01 w-compteur.
           05 w-cpt-lec                   PIC  S9(07) COMP-3.
             MOVE w-cpt-recycle        TO sta-sta-nbok
             MOVE w-cpt-rerejet        TO sta-sta-nbrej
             MOVE ZERO                 TO sta-sta-nberr
             MOVE RETURN-CODE          TO sta-sta-coderet
             WRITE sta-sta
             IF w-stats NOT = '00' THEN
               DISPLAY 'MET-ERR ECRITURE STATS <' w-stats '>'
                   MOVE '08'             TO w-rej-cod
                   MOVE 'Stade de prospect invalide (N,Q,C,P)'
                                          TO w-rej-msg
                 ELSE
                   IF NOT f-pil-pro-qbudget-valide OR
                      NOT f-pil-pro-qdecideur-valide OR
                      NOT f-pil-pro-qbesoin-valide OR
                      NOT f-pil-pro-qdelai-valide THEN
                     SET w-obl-non       TO TRUE
                     MOVE '34'           TO w-rej-cod
                     MOVE 'Critere de qualification invalide'
                                          TO w-rej-msg
                   END-IF
                 END-IF
               END-IF
             END-IF
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
                 IF f-pil-act-type = 'R' THEN
                   PERFORM VRF-PARTICIPANTS-ACT
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

       VRF-CHAMPS-OBLIG-CAN.
           IF f-pil-can-con-id = SPACE OR
              f-pil-can-valeur = SPACE THEN
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
