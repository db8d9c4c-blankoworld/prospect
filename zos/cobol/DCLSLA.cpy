      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMSLA)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLSLA))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMSLA-)                                          *
      *        STRUCTURE(TLMSLA)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMSLA : suivi du delai de premier contact des prospects issus
      * d'une source soumise au delai (TLMSRC.SLA), une ligne par
      * prospect. Posee par TLMBPGM130 la nuit qui suit la creation,
      * mise a jour chaque nuit tant qu'aucune activite (TLMACT) n'a
      * ete enregistree sur un de ses contacts, puis figee a la
      * premiere activite. Le delai est mesure en heures ouvrees
      * (plage horaire d'ouverture, week-ends et calendrier TLMJOF
      * exclus). Lue par le rapport mensuel TLMBPGM131.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMSLA TABLE
           ( PROID                          CHAR(6) NOT NULL,
             SOURCE                         CHAR(3) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             DTCREA                         TIMESTAMP NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             DTPREM                         TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DELAI                          DECIMAL(7,2) NOT NULL
                                            WITH DEFAULT,
             DTESCAL                        CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMSLA                     *
      ******************************************************************
       01  TLMSLA.
      *    *************************************************************
      *                       PROID
      *                       Prospect (cle primaire)
           10 TLMSLA-PROID         PIC X(6).
      *    *************************************************************
      *                       SOURCE
      *                       Source d'acquisition (TLMSRC)
           10 TLMSLA-SOURCE        PIC X(3).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Charge de compte du prospect a la prise
      *                       en charge du suivi : c'est lui que le
      *                       rapport mensuel tient pour responsable
      *                       du delai
           10 TLMSLA-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       DTCREA
      *                       Date/heure de creation du prospect
      *                       (TLMPRO.DTCREA), depart du delai
           10 TLMSLA-DTCREA        PIC X(26).
      *    *************************************************************
      *                       STATUT
      *                       'A' en attente, delai non depasse,
      *                       'E' en attente, delai depasse (escalade
      *                       au chef d'equipe), 'O' premier contact
      *                       dans le delai, 'H' premier contact hors
      *                       delai, 'X' sans objet (prospect archive
      *                       avant tout contact)
           10 TLMSLA-STATUT        PIC X(1).
              88 TLMSLA-STATUT-ATTENTE     VALUE 'A'.
              88 TLMSLA-STATUT-ESCALADE    VALUE 'E'.
              88 TLMSLA-STATUT-DANS-DELAI  VALUE 'O'.
              88 TLMSLA-STATUT-HORS-DELAI  VALUE 'H'.
              88 TLMSLA-STATUT-SANS-OBJET  VALUE 'X'.
      *    *************************************************************
      *                       DTPREM
      *                       Date/heure de la premiere activite sur
      *                       un contact du prospect ('O' / 'H'
      *                       seulement)
           10 TLMSLA-DTPREM        PIC X(26).
      *    *************************************************************
      *                       DELAI
      *                       Delai en heures ouvrees : jusqu'a la
      *                       premiere activite ('O' / 'H'), ecoule a
      *                       la derniere mesure sinon
           10 TLMSLA-DELAI         PIC S9(5)V9(2)  COMP-3.
      *    *************************************************************
      *                       DTESCAL
      *                       Date de la premiere escalade au chef
      *                       d'equipe (AAAAMMJJ), espace si aucune
           10 TLMSLA-DTESCAL       PIC X(8).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure de la derniere mesure
           10 TLMSLA-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
