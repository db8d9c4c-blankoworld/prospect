      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMPRV)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLPRV))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMPRV-)                                          *
      *        STRUCTURE(TLMPRV)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMPRV : provenance des valeurs du referentiel, une ligne par
      * prospect ou contact et par champ protege (cf. TLMPRI) : quel
      * emetteur a pose la valeur actuelle, et quand. Tenue par
      * TLMBPGM3 (creations et champs effectivement modifies) et par
      * la maintenance en ligne TLM2, via la couche physique TLMPPRV1.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMPRV TABLE
           ( PRVTYPE                        CHAR(1) NOT NULL,
             ID                             CHAR(6) NOT NULL,
             CHAMP                          CHAR(3) NOT NULL,
             EMETTEUR                       CHAR(8) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPRV                     *
      ******************************************************************
       01  TLMPRV.
      *    *************************************************************
      *                       PRVTYPE
      *                       'P' prospect (TLMPRO) / 'C' contact
      *                       (TLMCON)
           10 TLMPRV-PRVTYPE       PIC X(1).
              88 TLMPRV-PRVTYPE-PRO        VALUE 'P'.
              88 TLMPRV-PRVTYPE-CON        VALUE 'C'.
      *    *************************************************************
      *                       ID
      *                       Identifiant du prospect ou du contact
           10 TLMPRV-ID            PIC X(6).
      *    *************************************************************
      *                       CHAMP
      *                       Champ protege (cf. TLMPRI-CHAMP)
           10 TLMPRV-CHAMP         PIC X(3).
      *    *************************************************************
      *                       EMETTEUR
      *                       Emetteur qui a pose la valeur actuelle
           10 TLMPRV-EMETTEUR      PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure a laquelle il l'a posee
           10 TLMPRV-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
