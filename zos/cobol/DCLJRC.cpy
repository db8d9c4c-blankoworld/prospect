      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMJRC)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLJRC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMJRC-)                                          *
      *        STRUCTURE(TLMJRC)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMJRC : etat de l'expedition du journal des changements
      * (TLMJRN) vers le site de secours, une ligne par site. 'P' est
      * tenue au site principal par TLMBPGM150 (dernier lot expedie) ;
      * 'S' est tenue au site de secours par TLMBPGM151 (dernier lot
      * rejoue). La ligne 'P' voyage avec le cliche de la base : apres
      * restauration du cliche au site de secours, elle donne le point
      * de depart du rejeu (seules les sequences suivantes sont a
      * rejouer).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMJRC TABLE
           ( SITE                           CHAR(1) NOT NULL,
             LOT                            DECIMAL(7,0) NOT NULL,
             SEQ                            DECIMAL(11,0) NOT NULL,
             DTLOT                          TIMESTAMP NOT NULL,
             DTCHG                          TIMESTAMP NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMJRC                     *
      ******************************************************************
       01  TLMJRC.
      *    *************************************************************
      *                       SITE
      *                       'P' expedition (site principal), 'S'
      *                       rejeu (site de secours)
           10 TLMJRC-SITE          PIC X(1).
              88 TLMJRC-SITE-PRINCIPAL     VALUE 'P'.
              88 TLMJRC-SITE-SECOURS       VALUE 'S'.
      *    *************************************************************
      *                       LOT
      *                       Dernier lot expedie ('P') ou rejoue ('S')
           10 TLMJRC-LOT           PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       SEQ
      *                       Derniere sequence expediee ou rejouee
           10 TLMJRC-SEQ           PIC S9(11)      COMP-3.
      *    *************************************************************
      *                       DTLOT
      *                       Date/heure d'extraction du dernier lot :
      *                       point de reprise (tout changement valide
      *                       avant cette heure y est)
           10 TLMJRC-DTLOT         PIC X(26).
      *    *************************************************************
      *                       DTCHG
      *                       Date/heure du dernier changement expedie
      *                       ou rejoue
           10 TLMJRC-DTCHG         PIC X(26).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de mise a jour de la ligne
           10 TLMJRC-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
