      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCFG)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCFG))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCFG-)                                          *
      *        STRUCTURE(TLMCFG)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCFG : table centrale des parametres d'exploitation des
      * batchs, une ligne par programme et par parametre. PROGRAMME a
      * '*' = valeur commune a tous les programmes, une ligne
      * nominative l'emporte. Chargee par TLMBPGM119 (fichier
      * REFCFG) ; lue par la couche physique TLMPCFG1. Un parametre
      * absent laisse au programme sa valeur par defaut.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCFG TABLE
           ( PROGRAMME                      CHAR(10) NOT NULL,
             PARAM                          CHAR(8) NOT NULL,
             VALEUR                         CHAR(20) NOT NULL,
             LIBELLE                        CHAR(40) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCFG                     *
      ******************************************************************
       01  TLMCFG.
      *    *************************************************************
      *                       PROGRAMME
      *                       Nom du programme batch, '*' = tous
           10 TLMCFG-PROGRAMME     PIC X(10).
      *    *************************************************************
      *                       PARAM
      *                       Nom du parametre (ex. 'COMMIT' :
      *                       intervalle de validation des batchs de
      *                       mise a jour de masse ; 'CLAIR' : 'O' si
      *                       le programme, ou la transaction CICS,
      *                       peut obtenir telephones et adresses
      *                       electroniques en clair, cf. TLMTOK)
           10 TLMCFG-PARAM         PIC X(8).
      *    *************************************************************
      *                       VALEUR
      *                       Valeur cadree a gauche
           10 TLMCFG-VALEUR        PIC X(20).
      *    *************************************************************
      *                       LIBELLE
      *                       Commentaire libre de l'exploitation
           10 TLMCFG-LIBELLE       PIC X(40).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du chargement
           10 TLMCFG-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
