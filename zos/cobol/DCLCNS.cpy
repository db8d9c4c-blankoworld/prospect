      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCNS)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCNS))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCNS-)                                          *
      *        STRUCTURE(TLMCNS)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCNS : journal des consentements, une ligne par evenement de
      * consentement d'un contact (accord ou retrait), avec sa portee,
      * la coordonnee concernee, la preuve et l'origine. Jamais mis a
      * jour ni purge par l'application : le consentement en vigueur
      * pour une portee est le dernier evenement enregistre. Ecrit par
      * TLMBPGM149 (confirmations double opt-in, portee 'MEL') et par
      * TLMBPGM154 (accords et retraits recueillis par formulaire,
      * salon ou plateforme de consentement, portee 'PAR'). La portee
      * 'PAR' conditionne les flux partenaires TLMBPGM155.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCNS TABLE
           ( CONID                          CHAR(6) NOT NULL,
             PORTEE                         CHAR(3) NOT NULL,
             SENS                           CHAR(1) NOT NULL,
             VALEUR                         CHAR(80) NOT NULL
                                            WITH DEFAULT,
             PREUVE                         CHAR(40) NOT NULL
                                            WITH DEFAULT,
             ORIGINE                        CHAR(12) NOT NULL,
             DTEVT                          TIMESTAMP NOT NULL,
             DTENR                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCNS                     *
      ******************************************************************
       01  TLMCNS.
      *    *************************************************************
      *                       CONID
      *                       Contact (TLMCON.ID)
           10 TLMCNS-CONID         PIC X(6).
      *    *************************************************************
      *                       PORTEE
      *                       Portee du consentement : 'MEL'
      *                       sollicitation par courriel, 'PAR'
      *                       transmission aux partenaires de
      *                       co-marketing
           10 TLMCNS-PORTEE        PIC X(3).
              88 TLMCNS-PORTEE-MEL         VALUE 'MEL'.
              88 TLMCNS-PORTEE-PAR         VALUE 'PAR'.
              88 TLMCNS-PORTEE-VALIDE      VALUE 'MEL', 'PAR'.
      *    *************************************************************
      *                       SENS
      *                       'A' consentement accorde, 'R' retire
           10 TLMCNS-SENS          PIC X(1).
              88 TLMCNS-SENS-ACCORDE       VALUE 'A'.
              88 TLMCNS-SENS-RETIRE        VALUE 'R'.
      *    *************************************************************
      *                       VALEUR
      *                       Coordonnee concernee (jeton, cf. TLMTOK) ;
      *                       espace si le consentement vaut pour le
      *                       contact
           10 TLMCNS-VALEUR        PIC X(80).
      *    *************************************************************
      *                       PREUVE
      *                       Preuve du consentement (jeton de
      *                       confirmation double opt-in, reference du
      *                       formulaire ou de la campagne)
           10 TLMCNS-PREUVE        PIC X(40).
      *    *************************************************************
      *                       ORIGINE
      *                       Programme ou transaction qui a enregistre
      *                       l'evenement
           10 TLMCNS-ORIGINE       PIC X(12).
      *    *************************************************************
      *                       DTEVT
      *                       Date/heure de l'evenement declaree par sa
      *                       source (clic de confirmation, signature
      *                       du formulaire)
           10 TLMCNS-DTEVT         PIC X(26).
      *    *************************************************************
      *                       DTENR
      *                       Date/heure d'enregistrement dans le
      *                       journal
           10 TLMCNS-DTENR         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
