      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMCOU)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLCOU))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMCOU-)                                          *
      *        STRUCTURE(TLMCOU)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMCOU : couverture des secteurs commerciaux (TLMSEC) par les
      * charges de compte, une ligne par couple secteur / commercial.
      * Chargee par TLMBPGM132 depuis le fichier REFCOU tenu par la
      * direction commerciale (remplacement complet). Lue chaque nuit
      * par le moteur de distribution TLMBPGM133, qui affecte les
      * prospects actifs sans commercial a l'un des commerciaux qui
      * couvrent leur secteur.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCOU TABLE
           ( SECTEUR                        CHAR(3) NOT NULL,
             COMMERCIAL                     CHAR(4) NOT NULL,
             PLAFOND                        DECIMAL(5,0) NOT NULL,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCOU                     *
      ******************************************************************
       01  TLMCOU.
      *    *************************************************************
      *                       SECTEUR
      *                       Secteur couvert (TLMSEC.SECTEUR)
           10 TLMCOU-SECTEUR       PIC X(3).
      *    *************************************************************
      *                       COMMERCIAL
      *                       Commercial qui couvre le secteur
      *                       (TLMCOM.CODE)
           10 TLMCOU-COMMERCIAL    PIC X(4).
      *    *************************************************************
      *                       PLAFOND
      *                       Nombre maximum de prospects actifs en
      *                       portefeuille au-dela duquel le commercial
      *                       ne recoit plus de prospect par la
      *                       distribution, tous secteurs confondus
      *                       (meme valeur sur toutes ses lignes, cf.
      *                       TLMBPGM132) ; 0 = pas de plafond
           10 TLMCOU-PLAFOND       PIC S9(5)       COMP-3.
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du chargement
           10 TLMCOU-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
