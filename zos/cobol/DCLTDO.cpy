      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMTDO)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLTDO))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMTDO-)                                          *
      *        STRUCTURE(TLMTDO)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMTDO : referentiel des types de documents indexes dans
      * TLMDOC (bon de commande signe, extrait Kbis, mandat de
      * prelevement...), avec la liste des pieces obligatoires avant
      * le passage au stade client et la transmission du compte a la
      * facturation. Charge par TLMBPGM135 depuis le fichier REFTDO
      * (remplacement complet).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMTDO TABLE
           ( TYPDOC                         CHAR(3) NOT NULL,
             LIBELLE                        CHAR(35) NOT NULL,
             OBLIG                          CHAR(1) NOT NULL,
             VALIDITE                       DECIMAL(3,0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMTDO                     *
      ******************************************************************
       01  TLMTDO.
      *    *************************************************************
      *                       TYPDOC
      *                       Code du type de document
           10 TLMTDO-TYPDOC        PIC X(3).
      *    *************************************************************
      *                       LIBELLE
           10 TLMTDO-LIBELLE       PIC X(35).
      *    *************************************************************
      *                       OBLIG
      *                       'O' piece obligatoire et en cours de
      *                       validite pour passer au stade 'C' et
      *                       transmettre l'ouverture de compte
      *                       (TLMPPRO1, TLMBPGM53), 'N' facultative
           10 TLMTDO-OBLIG         PIC X(1).
              88 TLMTDO-OBLIG-OUI          VALUE 'O'.
              88 TLMTDO-OBLIG-NON          VALUE 'N'.
      *    *************************************************************
      *                       VALIDITE
      *                       Duree de validite en mois a compter de
      *                       la date du document, appliquee par
      *                       TLMBPGM136 quand la GED ne fournit pas
      *                       d'echeance ; 0 = sans echeance
           10 TLMTDO-VALIDITE      PIC S9(3)       COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
