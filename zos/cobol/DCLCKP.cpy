      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCKP)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCKP))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCKP-)                                          *
      *        STRUCTURE(TLMCKP)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCKP : points de controle des batchs de mise a jour de
      * masse (TLMBPGM9, TLMBPGM37, TLMBPGM38, TLMBPGM60). Une ligne
      * par programme, ecrite dans la meme unite de travail que les
      * mises a jour qu'elle couvre (validee par le meme COMMIT) :
      * STATUT 'E' = traitement interrompu apres la cle CLE, la
      * relance reprend a la cle suivante ; 'T' = dernier traitement
      * termine, la relance repart du debut. CONTEXTE distingue deux
      * traitements d'un meme programme (ex. cedant et repreneur de
      * TLMBPGM38) : un point de controle d'un autre contexte est
      * ignore. Acces par la couche physique TLMPCKP1.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCKP TABLE
           ( PROGRAMME                      CHAR(10) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             CONTEXTE                       CHAR(20) NOT NULL
                                            WITH DEFAULT,
             CLE                            CHAR(20) NOT NULL
                                            WITH DEFAULT,
             NBFAIT                         DECIMAL(9,0) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCKP                     *
      ******************************************************************
       01  TLMCKP.
      *    *************************************************************
      *                       PROGRAMME
      *                       Nom du programme batch
           10 TLMCKP-PROGRAMME     PIC X(10).
      *    *************************************************************
      *                       STATUT
      *                       'E' interrompu (reprise), 'T' termine
           10 TLMCKP-STATUT        PIC X(1).
               88 TLMCKP-STATUT-EN-COURS   VALUE 'E'.
               88 TLMCKP-STATUT-TERMINE    VALUE 'T'.
      *    *************************************************************
      *                       CONTEXTE
      *                       Parametres du traitement couvert
           10 TLMCKP-CONTEXTE      PIC X(20).
      *    *************************************************************
      *                       CLE
      *                       Derniere cle traitee et validee
           10 TLMCKP-CLE           PIC X(20).
      *    *************************************************************
      *                       NBFAIT
      *                       Lignes traitees et validees depuis le
      *                       debut du traitement (toutes tentatives)
           10 TLMCKP-NBFAIT        PIC S9(9)       COMP-3.
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du dernier point de controle
           10 TLMCKP-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
