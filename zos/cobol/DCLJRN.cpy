      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMJRN)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLJRN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMJRN-)                                          *
      *        STRUCTURE(TLMJRN)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMJRN : journal des changements pour le site de secours, une
      * ligne par ecriture validee d'une couche physique (TLMPPRO1,
      * TLMPCON2, TLMPCAN5, TLMPAFF9, TLMPACT3, mode masse TLMPMAS7),
      * inseree dans la meme unite de travail que l'ecriture : une
      * ecriture annulee n'y laisse donc aucune trace. La ligne porte
      * la table et la cle de l'ensemble a reproduire ; l'image est
      * relue a l'expedition. Numerotee en sequence continue et
      * expediee par lots par TLMBPGM150 (SEQ a 0 = pas encore
      * expediee), rejouee au site de secours par TLMBPGM151. Les
      * lignes expediees sont purgees par TLMBPGM150 apres le delai de
      * retention.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMJRN TABLE
           ( JRNID                          CHAR(26) NOT NULL,
             DTCHG                          TIMESTAMP NOT NULL,
             TABNOM                         CHAR(8) NOT NULL,
             CLE                            CHAR(6) NOT NULL,
             OPERATION                      CHAR(1) NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL,
             LOT                            DECIMAL(7,0) NOT NULL
                                            WITH DEFAULT,
             SEQ                            DECIMAL(11,0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMJRN                     *
      ******************************************************************
       01  TLMJRN.
      *    *************************************************************
      *                       JRNID
      *                       Identifiant unique de la ligne
      *                       (HEX(GENERATE_UNIQUE()))
           10 TLMJRN-JRNID         PIC X(26).
      *    *************************************************************
      *                       DTCHG
      *                       Date/heure du changement
           10 TLMJRN-DTCHG         PIC X(26).
      *    *************************************************************
      *                       TABNOM
      *                       Table changee : TLMPRO, TLMCON, TLMCAN,
      *                       TLMAFF, TLMACT
           10 TLMJRN-TABNOM        PIC X(8).
      *    *************************************************************
      *                       CLE
      *                       Cle de l'ensemble a reproduire : ID du
      *                       prospect (TLMPRO), de l'affaire (TLMAFF),
      *                       PID des contacts du prospect (TLMCON),
      *                       CONID des canaux (TLMCAN) et des
      *                       activites (TLMACT) du contact
           10 TLMJRN-CLE           PIC X(6).
      *    *************************************************************
      *                       OPERATION
      *                       'A' ajout, 'M' mise a jour, 'S'
      *                       suppression (ou archivage)
           10 TLMJRN-OPERATION     PIC X(1).
              88 TLMJRN-OPERATION-AJO      VALUE 'A'.
              88 TLMJRN-OPERATION-MAJ      VALUE 'M'.
              88 TLMJRN-OPERATION-SUP      VALUE 'S'.
      *    *************************************************************
      *                       ORIGINE
      *                       Origine de l'ecriture (cf.
      *                       tlmcpil-origine)
           10 TLMJRN-ORIGINE       PIC X(12).
      *    *************************************************************
      *                       LOT
      *                       Numero du lot d'expedition ; 0 tant que
      *                       non expediee
           10 TLMJRN-LOT           PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       SEQ
      *                       Numero de sequence continu attribue a
      *                       l'expedition ; 0 tant que non expediee
           10 TLMJRN-SEQ           PIC S9(11)      COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
