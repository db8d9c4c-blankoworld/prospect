      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMEQU)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLEQU))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMEQU-)                                          *
      *        STRUCTURE(TLMEQU)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMEQU : unites de l'organisation commerciale, equipes ('E',
      * animees par un chef d'equipe) et regions ('R', dirigees par
      * un directeur regional). Les rattachements commercial/equipe
      * et equipe/region, dates, sont portes par TLMHIE. Chargee par
      * TLMBPGM100 ; lue par les editions TLMBPGM39, TLMBPGM66 et
      * TLMBPGM80 (sous-totaux et page par responsable).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMEQU TABLE
           ( NIVEAU                         CHAR(1) NOT NULL,
             CODE                           CHAR(4) NOT NULL,
             LIBELLE                        CHAR(30) NOT NULL,
             RESPONSABLE                    CHAR(35) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMEQU                     *
      ******************************************************************
       01  TLMEQU.
      *    *************************************************************
      *                       NIVEAU
      *                       'E' equipe, 'R' region
           10 TLMEQU-NIVEAU        PIC X(1).
              88 TLMEQU-NIVEAU-EQUIPE      VALUE 'E'.
              88 TLMEQU-NIVEAU-REGION      VALUE 'R'.
      *    *************************************************************
      *                       CODE
      *                       Code de l'equipe ou de la region (cle
      *                       avec NIVEAU)
           10 TLMEQU-CODE          PIC X(4).
      *    *************************************************************
      *                       LIBELLE
           10 TLMEQU-LIBELLE       PIC X(30).
      *    *************************************************************
      *                       RESPONSABLE
      *                       Nom du chef d'equipe ou du directeur
      *                       regional (destinataire de la page)
           10 TLMEQU-RESPONSABLE   PIC X(35).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
