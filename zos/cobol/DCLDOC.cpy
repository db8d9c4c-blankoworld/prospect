      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDOC)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDOC))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDOC-)                                          *
      *        STRUCTURE(TLMDOC)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDOC : index des documents archives dans la gestion
      * electronique de documents (GED), une ligne par document,
      * rattache a un prospect et le cas echeant a une affaire.
      * Alimente chaque nuit par TLMBPGM136 depuis le fichier GEDDOC
      * de la GED (format TLMCGED1). Le document lui-meme reste dans
      * la GED : seule sa reference d'archive est conservee.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDOC TABLE
           ( REFARCH                        CHAR(30) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             AFFID                          CHAR(6) NOT NULL,
             TYPDOC                         CHAR(3) NOT NULL,
             DTDOC                          CHAR(8) NOT NULL,
             DTEXP                          CHAR(8) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDOC                     *
      ******************************************************************
       01  TLMDOC.
      *    *************************************************************
      *                       REFARCH
      *                       Reference d'archive dans la GED (cle)
           10 TLMDOC-REFARCH       PIC X(30).
      *    *************************************************************
      *                       PROID
      *                       Prospect (TLMPRO)
           10 TLMDOC-PROID         PIC X(6).
      *    *************************************************************
      *                       AFFID
      *                       Affaire du prospect (TLMAFF), espace si
      *                       le document concerne le prospect
           10 TLMDOC-AFFID         PIC X(6).
      *    *************************************************************
      *                       TYPDOC
      *                       Type de document (TLMTDO)
           10 TLMDOC-TYPDOC        PIC X(3).
      *    *************************************************************
      *                       DTDOC
      *                       Date du document (AAAAMMJJ)
           10 TLMDOC-DTDOC         PIC X(8).
      *    *************************************************************
      *                       DTEXP
      *                       Date d'expiration (AAAAMMJJ), espace si
      *                       le document n'expire pas ; document
      *                       expire au-dela de cette date
           10 TLMDOC-DTEXP         PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du dernier chargement
           10 TLMDOC-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
