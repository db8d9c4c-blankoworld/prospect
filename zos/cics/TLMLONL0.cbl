      *    COEUR, IL CHOISIT SA FONCTION PAR NUMERO. SON PROFIL
      *    (FICHIER VSAM TLMOPR, COPY TLMCOPR1) EST LU A L'ENTREE :
      *       - 'M' (MISE A JOUR) OUVRE TOUS LES ECRANS ;
      *       - 'E' (EXPLOITATION) OUVRE EN PLUS DE TLM1 LE SUIVI DE
      *         LA CHAINE DE NUIT TLMD, EN CONSULTATION SEULE ;
      *       - 'C' (CONSULTATION), OU UN OPERATEUR ABSENT DU FICHIER,
      *         LIMITE A L'INTERROGATION TLM1 : LES ECRANS SENSIBLES
      *         (TLM2 MAINTENANCE, TLM4 ARBITRAGE DOUBLONS, TLMA
      *         CRIBLAGE SANCTIONS, TLMC VALIDATION DES CHANGEMENTS
      *         SENSIBLES) SONT REFUSES ICI ET SE REVERIFIENT
      *         EUX-MEMES A L'ENTREE (TLMC EXIGE EN PLUS
      *         L'HABILITATION DE VALIDEUR).
      *    L'IDENTITE SIGNEE EST AFFICHEE ET SERT AUX ECRANS DE MISE
      *    A JOUR POUR L'ESTAMPILLE D'ORIGINE DES CLICHES D'AUDIT
      *    (CF. TLMLONL2/APPLIQUER-MAJ).
           IF w-resp = 0 AND w-opr-maj THEN
             MOVE 'M'                 TO w-profil
           END-IF
           IF w-resp = 0 AND w-opr-exploitation THEN
             MOVE 'E'                 TO w-profil
           END-IF
           .

      *****************************************************************
       AFFICHE-MENU.
           MOVE SPACES                TO TLMM0000O
           MOVE w-userid              TO USERO
           EVALUATE w-profil
             WHEN 'M'
               MOVE 'MISE A JOUR'     TO PROFILO
             WHEN 'E'
               MOVE 'EXPLOITATION'    TO PROFILO
             WHEN OTHER
               MOVE 'CONSULTATION'    TO PROFILO
           END-EVALUATE
           MOVE 'Choisir une fonction (1-9, A), puis ENTREE.'
                                       TO MSGO
           PERFORM RENVOI-ECRAN
           .
           MOVE w-profil              TO w-com-profil
           MOVE SPACES                TO TLMM0000O
           MOVE w-userid              TO USERO
           EVALUATE w-profil
             WHEN 'M'
               MOVE 'MISE A JOUR'     TO PROFILO
             WHEN 'E'
               MOVE 'EXPLOITATION'    TO PROFILO
             WHEN OTHER
               MOVE 'CONSULTATION'    TO PROFILO
           END-EVALUATE
           EVALUATE CHXI
             WHEN '1'
               EXEC CICS XCTL
               EXEC CICS XCTL
                 PROGRAM('TLMLONL7')
               END-EXEC
      *      les affaires sont consultables par tous les profils ;
      *      TLMLONL8 reverifie lui-meme le profil mise a jour au
      *      moment de creer, modifier ou cloturer
             WHEN '6'
               EXEC CICS XCTL
                 PROGRAM('TLMLONL8')
               END-EXEC
      *      l'agenda des rendez-vous est consultable par tous les
      *      profils ; TLMLONL9 reverifie lui-meme le profil mise a
      *      jour au moment de prendre un rendez-vous ou d'y donner
      *      suite
             WHEN '7'
               EXEC CICS XCTL
                 PROGRAM('TLMLONL9')
               END-EXEC
             WHEN '8'
               IF w-profil = 'M' THEN
                 EXEC CICS XCTL
                   PROGRAM('TLMLONLA')
                 END-EXEC
               ELSE
                 MOVE 'Profil consultation : criblage refuse.'
                                       TO MSGO
               END-IF
      *      TLMLONLC reverifie lui-meme l'habilitation de valideur
             WHEN '9'
               IF w-profil = 'M' THEN
                 EXEC CICS XCTL
                   PROGRAM('TLMLONLC')
                 END-EXEC
               ELSE
                 MOVE 'Profil consultation : validation refusee.'
                                       TO MSGO
               END-IF
      *      suivi de la chaine de nuit : consultation reservee au
      *      pupitre d'exploitation (et au profil mise a jour) ;
      *      TLMLONLD reverifie lui-meme le profil a l'entree
             WHEN 'A'
             WHEN 'a'
               IF w-profil = 'E' OR w-profil = 'M' THEN
                 EXEC CICS XCTL
                   PROGRAM('TLMLONLD')
                 END-EXEC
               ELSE
                 MOVE 'Suivi de la chaine reserve a l''exploitation.'
                                       TO MSGO
               END-IF
             WHEN OTHER
               MOVE 'Choisir une fonction (1-9, A), puis ENTREE.'
                                       TO MSGO
           END-EVALUATE
           PERFORM RENVOI-ECRAN
