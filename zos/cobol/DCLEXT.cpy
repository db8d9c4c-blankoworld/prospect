      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEXT)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEXT))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEXT-)                                          *
      *        STRUCTURE(TLMEXT)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEXT : journal des extractions nominatives de masse, une
      * ligne par passage d'un programme qui sort la population des
      * contacts hors du referentiel : export CRM (TLMBPGM7), fichier
      * ORIGINE (TLMBPGM42), export CSV (TLMBPGM28), publipostage
      * (TLMBPGM27), paquets nomades des commerciaux (TLMBPGM140).
      * Les extractions ciblees, elles, laissent leur trace par
      * contact (TLMCAMR pour les cibles de campagne et leurs listes
      * de routage, TLMNPS pour les enquetes, TLMEPA pour les
      * extraits partenaires TLMBPGM155). Avec
      * l'historique d'audit TLMCONH, ce journal permet de retrouver
      * les contacts qu'un fichier perdu ou divulgue a pu contenir
      * (TLMBPGM129). Jamais purge par l'application.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEXT TABLE
           ( TYPEEXT                        CHAR(3) NOT NULL,
             PROGRAMME                      CHAR(10) NOT NULL,
             DTEXEC                         TIMESTAMP NOT NULL,
             DTDONNEES                      TIMESTAMP NOT NULL,
             CRITERE                        CHAR(60) NOT NULL
                                            WITH DEFAULT,
             NBENR                          DECIMAL(7,0) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEXT                     *
      ******************************************************************
       01  TLMEXT.
      *    *************************************************************
      *                       TYPEEXT
      *                       Type d'extraction : 'CRM' export CRM,
      *                       'ORI' fichier ORIGINE, 'CSV' export CSV
      *                       commerce, 'PUB' publipostage, 'NOM'
      *                       paquets nomades
           10 TLMEXT-TYPEEXT       PIC X(3).
              88 TLMEXT-TYPEEXT-CRM        VALUE 'CRM'.
              88 TLMEXT-TYPEEXT-ORI        VALUE 'ORI'.
              88 TLMEXT-TYPEEXT-CSV        VALUE 'CSV'.
              88 TLMEXT-TYPEEXT-PUB        VALUE 'PUB'.
              88 TLMEXT-TYPEEXT-NOM        VALUE 'NOM'.
      *    *************************************************************
      *                       PROGRAMME
      *                       Programme extracteur
           10 TLMEXT-PROGRAMME     PIC X(10).
      *    *************************************************************
      *                       DTEXEC
      *                       Date/heure de fin de l'extraction
           10 TLMEXT-DTEXEC        PIC X(26).
      *    *************************************************************
      *                       DTDONNEES
      *                       Instant auquel les donnees extraites
      *                       sont prises : debut de l'extraction, ou
      *                       date de reconstitution d'un export "tel
      *                       qu'au" (TLMBPGM7, ASOFDATE)
           10 TLMEXT-DTDONNEES     PIC X(26).
      *    *************************************************************
      *                       CRITERE
      *                       Criteres de selection appliques, tels que
      *                       lus sur le fichier de controle (espace =
      *                       toute la population)
           10 TLMEXT-CRITERE       PIC X(60).
      *    *************************************************************
      *                       NBENR
      *                       Nombre d'enregistrements extraits
           10 TLMEXT-NBENR         PIC S9(7)       COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
