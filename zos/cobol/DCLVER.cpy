      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMVER)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLVER))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMVER-)                                          *
      *        STRUCTURE(TLMVER)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMVER : echantillon mensuel de verification terrain des
      * donnees commerciales, une ligne par prospect tire et par champ
      * verifie (cle PERIODE, PROID, CHAMP). Posee par le tirage
      * TLMBPGM137 avec la valeur en base au moment du tirage ;
      * resultat de l'appel de la cellule qualite repris par
      * TLMBPGM138 ; taux d'exactitude edite par TLMBPGM139.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMVER TABLE
           ( PERIODE                        CHAR(6) NOT NULL,
             PROID                          CHAR(6) NOT NULL,
             CHAMP                          CHAR(3) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             VALEUR                         CHAR(80) NOT NULL,
             RESULTAT                       CHAR(1) NOT NULL,
             VALCORR                        CHAR(80) NOT NULL,
             DTTIRAGE                       TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTRES                          TIMESTAMP NOT NULL
                                            WITH DEFAULT,
             DTPROP                         CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMVER                     *
      ******************************************************************
       01  TLMVER.
      *    *************************************************************
      *                       PERIODE
      *                       Mois du tirage (AAAAMM)
           10 TLMVER-PERIODE       PIC X(6).
      *    *************************************************************
      *                       PROID
      *                       Prospect tire
           10 TLMVER-PROID         PIC X(6).
      *    *************************************************************
      *                       CHAMP
      *                       Champ verifie : 'NOM' raison sociale,
      *                       'RUE', 'CPO' code postal, 'VIL' ville,
      *                       'TEL', 'MEL', 'FON' fonction (ces trois
      *                       derniers sur le contact CONID)
           10 TLMVER-CHAMP         PIC X(3).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Commercial du prospect au tirage
           10 TLMVER-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       CONID
      *                       Contact appele (principal au tirage)
           10 TLMVER-CONID         PIC X(6).
      *    *************************************************************
      *                       VALEUR
      *                       Valeur en base au moment du tirage
           10 TLMVER-VALEUR        PIC X(80).
      *    *************************************************************
      *                       RESULTAT
      *                       Espace en attente, 'C' correct, 'F' faux,
      *                       'I' injoignable
           10 TLMVER-RESULTAT      PIC X(1).
              88 TLMVER-RESULTAT-ATTENTE   VALUE ' '.
              88 TLMVER-RESULTAT-CORRECT   VALUE 'C'.
              88 TLMVER-RESULTAT-FAUX      VALUE 'F'.
              88 TLMVER-RESULTAT-INJOIGN   VALUE 'I'.
      *    *************************************************************
      *                       VALCORR
      *                       Valeur relevee par la cellule qualite
      *                       (resultat 'F')
           10 TLMVER-VALCORR       PIC X(80).
      *    *************************************************************
      *                       DTTIRAGE
      *                       Date/heure du tirage
           10 TLMVER-DTTIRAGE      PIC X(26).
      *    *************************************************************
      *                       DTRES
      *                       Date/heure de reprise du resultat
           10 TLMVER-DTRES         PIC X(26).
      *    *************************************************************
      *                       DTPROP
      *                       Date (AAAAMMJJ) de la ligne de pilotage
      *                       proposee pour un champ faux ; espace =
      *                       a proposer
           10 TLMVER-DTPROP        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
