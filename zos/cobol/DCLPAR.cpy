      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMPAR)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLPAR))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMPAR-)                                          *
      *        STRUCTURE(TLMPAR)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMPAR : parc installe chez le prospect par la concurrence, une
      * ligne par prospect et par ligne de produit (TLMLIG) : le
      * concurrent en place et la date de fin de son contrat.
      * Alimente par ligne de pilotage I (TLMBPGM3) et par l'ecran
      * TLM2 (PF10), via la couche physique TLMPPAR1 ; exploite
      * chaque mois par TLMBPGM108 (ciblage des renouvellements a
      * echeance et part de marche des concurrents par secteur).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMPAR TABLE
           ( PROID                          CHAR(6) NOT NULL,
             LIGNE                          CHAR(10) NOT NULL,
             CONCURRENT                     CHAR(30) NOT NULL,
             DTFIN                          CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPAR                     *
      ******************************************************************
       01  TLMPAR.
      *    *************************************************************
      *                       PROID
      *                       Identifiant du prospect (TLMPRO.ID)
           10 TLMPAR-PROID         PIC X(6).
      *    *************************************************************
      *                       LIGNE
      *                       Ligne de produit concernee (TLMLIG.CODE)
           10 TLMPAR-LIGNE         PIC X(10).
      *    *************************************************************
      *                       CONCURRENT
      *                       Nom du concurrent en place
           10 TLMPAR-CONCURRENT    PIC X(30).
      *    *************************************************************
      *                       DTFIN
      *                       Date de fin du contrat en place
      *                       (AAAAMMJJ), espace si inconnue
           10 TLMPAR-DTFIN         PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de la derniere declaration
           10 TLMPAR-DTMAJ         PIC X(26).
      *    *************************************************************
      *                       ORIGINE
      *                       Job batch ou transaction CICS +
      *                       utilisateur a l'origine de la declaration
           10 TLMPAR-ORIGINE       PIC X(12).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
