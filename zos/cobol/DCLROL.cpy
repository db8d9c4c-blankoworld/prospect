      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMROL)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLROL))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMROL-)                                          *
      *        STRUCTURE(TLMROL)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMROL : centre d'achat d'une affaire (TLMAFF) : les contacts
      * (TLMCON) qui pesent sur la decision, chacun avec son role. Un
      * contact a au plus un role par affaire. Alimente par ligne de
      * pilotage R via la couche physique TLMPROL1 ; restitue sur le
      * dossier TLMBPGM49 et l'ecran contact TLM3 ; exploite par la
      * liste hebdomadaire des grosses affaires sans decideur
      * TLMBPGM92.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMROL TABLE
           ( AFFID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             ROLE                           CHAR(1) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMROL                     *
      ******************************************************************
       01  TLMROL.
      *    *************************************************************
      *                       AFFID
      *                       Identifiant de l'affaire (TLMAFF.ID)
           10 TLMROL-AFFID         PIC X(6).
      *    *************************************************************
      *                       CONID
      *                       Identifiant du contact (TLMCON.ID)
           10 TLMROL-CONID         PIC X(6).
      *    *************************************************************
      *                       ROLE
      *                       Role du contact dans le centre d'achat
           10 TLMROL-ROLE          PIC X(1).
              88 TLMROL-ROLE-DECIDEUR      VALUE 'D'.
              88 TLMROL-ROLE-INFLUENCEUR   VALUE 'I'.
              88 TLMROL-ROLE-UTILISATEUR   VALUE 'U'.
              88 TLMROL-ROLE-ACHATS        VALUE 'A'.
              88 TLMROL-ROLE-BLOQUEUR      VALUE 'B'.
              88 TLMROL-ROLE-VALIDE        VALUE 'D','I','U','A','B'.
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du rattachement ou du dernier
      *                       changement de role
           10 TLMROL-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       ORIGINE
      *                       Job batch ou transaction CICS +
      *                       utilisateur a l'origine du rattachement
           10 TLMROL-ORIGINE       PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
