      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMRVP)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLRVP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMRVP-)                                          *
      *        STRUCTURE(TLMRVP)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMRVP : participants d'une revue de grand compte, une ligne
      * par participant, rattachee a l'activite TLMACT de type 'R'
      * par sa cle (CONID + DTACT). Alimentee par la couche physique
      * TLMPACT3 (fonction ADD) en meme temps que l'activite.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMRVP TABLE
           ( CONID                          CHAR(6) NOT NULL,
             DTACT                          TIMESTAMP NOT NULL,
             RANG                           DECIMAL(2,0) NOT NULL,
             TYPPAR                         CHAR(1) NOT NULL,
             CODE                           CHAR(6) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMRVP                     *
      ******************************************************************
       01  TLMRVP.
      *    *************************************************************
      *                       CONID
      *                       Contact de l'activite de revue (TLMACT)
           10 TLMRVP-CONID         PIC X(6).
      *    *************************************************************
      *                       DTACT
      *                       Date/heure de l'activite de revue (TLMACT)
           10 TLMRVP-DTACT         PIC X(26).
      *    *************************************************************
      *                       RANG
      *                       Rang du participant dans la revue (1 a 10)
           10 TLMRVP-RANG          PIC S9(2)       COMP-3.
      *    *************************************************************
      *                       TYPPAR
      *                       Type de participant : 'I' interne
      *                       (commercial TLMCOM), 'C' contact client
      *                       (TLMCON)
           10 TLMRVP-TYPPAR        PIC X(1).
               88 TLMRVP-TYPPAR-INTERNE    VALUE 'I'.
               88 TLMRVP-TYPPAR-CONTACT    VALUE 'C'.
               88 TLMRVP-TYPPAR-VALIDE     VALUE 'I','C'.
      *    *************************************************************
      *                       CODE
      *                       Code du participant : code commercial
      *                       (cadre a gauche) ou identifiant contact
           10 TLMRVP-CODE          PIC X(6).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
