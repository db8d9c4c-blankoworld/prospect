      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMACT : activites reellement effectuees aupres d'un contact
      * (appel, visite, courrier, mel recu), enregistrees via la
      * couche physique TLMPACT3. C'est cette table qui porte la date
      * d'activite d'un prospect, et non plus le proxy TLMCON.DTMAJ/
      * TLMPRO.DTMAJ (une simple correction d'adresse ne vaut pas
      * activite commerciale).
      * Une revue de grand compte (TYPACT 'R') porte en plus la liste
      * de ses participants dans TLMRVP (meme cle CONID + DTACT).
      * Un mel recu du contact (TYPACT 'E') est charge depuis
      * l'export des boites partagees par TLMBPGM153, son objet en
      * NOTE : venu du contact, il ne vaut pas premier contact
      * (TLMBPGM130) ni rappel d'un detracteur (TLMBPGM87).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMACT TABLE
           ( CONID                          CHAR(6) NOT NULL,
      *    *************************************************************
      *                       TYPACT
      *                       Type d'activite : 'A' appel, 'V' visite,
      *                       'C' courrier, 'R' revue de grand compte
      *                       (cf. TLMGCP, participants dans TLMRVP),
      *                       'E' mel recu du contact
           10 TLMACT-TYPACT        PIC X(1).
               88 TLMACT-TYPACT-APPEL      VALUE 'A'.
               88 TLMACT-TYPACT-VISITE     VALUE 'V'.
               88 TLMACT-TYPACT-COURRIER   VALUE 'C'.
               88 TLMACT-TYPACT-REVUE      VALUE 'R'.
               88 TLMACT-TYPACT-MEL        VALUE 'E'.
               88 TLMACT-TYPACT-VALIDE     VALUE 'A','V','C','R',
                                                 'E'.
      *    *************************************************************
      *                       NOTE
      *                       Commentaire court sur l'activite
