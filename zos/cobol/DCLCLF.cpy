      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCLF)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCLF))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCLF-)                                          *
      *        STRUCTURE(TLMCLF)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCLF : flux mensuels de l'exercice clos, figes par TLMBPGM142
      * avec le stock TLMCLS : une ligne par mois, indicateur,
      * commercial (equipe et region au 31/12), secteur et source.
      * Indicateurs : 'CRE' prospects crees (TLMPRO.DTCREA), 'QUA'
      * passages au stade 'Q', 'CLI' passages au stade 'C' (memes
      * regles que TLMBPGM80 sur TLMPROH), 'SIG' affaires gagnees et
      * montant signe en euros (TLMAFF.DTSIGN), 'OQU' et 'OCL'
      * objectifs qualifies / clients du mois (copie de TLMOBJ,
      * secteur et source a espace). Relu par TLMBPGM143 pour la
      * meme periode de l'exercice precedent.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCLF TABLE
           ( ANNEE                          CHAR(4) NOT NULL,
             MOIS                           CHAR(2) NOT NULL,
             INDIC                          CHAR(3) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             EQUIPE                         CHAR(4) NOT NULL,
             REGION                         CHAR(4) NOT NULL,
             SECTEUR                        CHAR(3) NOT NULL,
             SOURCE                         CHAR(3) NOT NULL,
             NOMBRE                         DECIMAL(7,0) NOT NULL,
             MONTANT                        DECIMAL(13,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCLF                     *
      ******************************************************************
       01  TLMCLF.
      *    *************************************************************
      *                       ANNEE
      *                       Exercice clos (AAAA)
           10 TLMCLF-ANNEE         PIC X(4).
      *    *************************************************************
      *                       MOIS
      *                       Mois de l'exercice (MM)
           10 TLMCLF-MOIS          PIC X(2).
      *    *************************************************************
      *                       INDIC
      *                       Indicateur (cf. ci-dessus)
           10 TLMCLF-INDIC         PIC X(3).
              88 TLMCLF-INDIC-CREE        VALUE 'CRE'.
              88 TLMCLF-INDIC-QUALIF      VALUE 'QUA'.
              88 TLMCLF-INDIC-CLIENT      VALUE 'CLI'.
              88 TLMCLF-INDIC-SIGNE       VALUE 'SIG'.
              88 TLMCLF-INDIC-OBJQUALIF   VALUE 'OQU'.
              88 TLMCLF-INDIC-OBJCLIENT   VALUE 'OCL'.
      *    *************************************************************
      *                       COMMERCIAL
      *                       Commercial credite (charge de compte du
      *                       prospect a la cloture)
           10 TLMCLF-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       EQUIPE
      *                       Equipe du commercial au 31/12
           10 TLMCLF-EQUIPE        PIC X(4).
      *    *************************************************************
      *                       REGION
      *                       Region de l'equipe au 31/12
           10 TLMCLF-REGION        PIC X(4).
      *    *************************************************************
      *                       SECTEUR
      *                       Secteur du prospect a la cloture
           10 TLMCLF-SECTEUR       PIC X(3).
      *    *************************************************************
      *                       SOURCE
      *                       Source d'origine du prospect
           10 TLMCLF-SOURCE        PIC X(3).
      *    *************************************************************
      *                       NOMBRE
      *                       Volume du mois (ou objectif)
           10 TLMCLF-NOMBRE        PIC S9(7)       COMP-3.
      *    *************************************************************
      *                       MONTANT
      *                       Montant signe en euros ('SIG'), zero
      *                       pour les autres indicateurs
           10 TLMCLF-MONTANT       PIC S9(11)V99   COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
