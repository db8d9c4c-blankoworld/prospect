      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDOM)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDOM))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDOM-)                                          *
      *        STRUCTURE(TLMDOM)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDOM : referentiel des domaines de messagerie grand public
      * (webmails, fournisseurs d'acces), une ligne par domaine, en
      * minuscules. Une adresse de contact sur un de ces domaines
      * n'est pas une adresse d'entreprise. Charge par TLMBPGM120
      * (fichier REFDOM, tenu par la qualite des donnees) ; lu par
      * l'analyse des domaines de messagerie TLMBPGM121 et par le
      * chargement des mels recus TLMBPGM153.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDOM TABLE
           ( DOMAINE                        CHAR(40) NOT NULL,
             LIBELLE                        CHAR(30) NOT NULL
                                            WITH DEFAULT,
             DTMAJ                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDOM                     *
      ******************************************************************
       01  TLMDOM.
      *    *************************************************************
      *                       DOMAINE
      *                       Domaine (partie de l'adresse apres le
      *                       '@'), en minuscules, sans le '@'
           10 TLMDOM-DOMAINE       PIC X(40).
      *    *************************************************************
      *                       LIBELLE
      *                       Fournisseur (commentaire libre)
           10 TLMDOM-LIBELLE       PIC X(30).
      *    *************************************************************
      *                       DTMAJ
      *                       Date/heure du chargement
           10 TLMDOM-DTMAJ         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
