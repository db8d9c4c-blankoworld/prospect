      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMSEQ)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLSEQ))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMSEQ-)                                          *
      *        STRUCTURE(TLMSEQ)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMSEQ : sequence d'etapes d'une campagne de sollicitation
      * (relances successives). Une ligne par campagne et par etape,
      * numerotees a partir de 1 ; chargee par TLMBPGM20 a la creation
      * de la campagne (fichier ETAPES). L'etape 1 est l'envoi
      * initial de TLMBPGM20 ; le batch quotidien TLMBPGM115 envoie
      * l'etape suivante aux contacts sans reponse, DELAI jours ouvres
      * apres l'etape precedente. Une campagne sans ligne TLMSEQ reste
      * un envoi unique.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMSEQ TABLE
           ( CAMID                          CHAR(6) NOT NULL,
             ETAPE                          DECIMAL(3,0) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             DELAI                          DECIMAL(3,0) NOT NULL,
             LIBELLE                        CHAR(30) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMSEQ                     *
      ******************************************************************
       01  TLMSEQ.
      *    *************************************************************
      *                       CAMID
      *                       Campagne (TLMCAM)
           10 TLMSEQ-CAMID         PIC X(6).
      *    *************************************************************
      *                       ETAPE
      *                       Rang de l'etape dans la sequence (1 a n)
           10 TLMSEQ-ETAPE         PIC S9(3)       COMP-3.
      *    *************************************************************
      *                       CANAL
      *                       Canal impose a l'etape : 'E' courriel,
      *                       'T' telephone, 'C' courrier ; espace =
      *                       canal prefere du contact (TLMBPGM57)
           10 TLMSEQ-CANAL         PIC X(1).
      *    *************************************************************
      *                       DELAI
      *                       Jours ouvres (hors week-ends et TLMJOF)
      *                       a attendre apres l'etape precedente sans
      *                       reponse ; 0 pour l'etape 1
           10 TLMSEQ-DELAI         PIC S9(3)       COMP-3.
      *    *************************************************************
      *                       LIBELLE
      *                       Libelle de l'etape (ex. 'RELANCE TEL')
           10 TLMSEQ-LIBELLE       PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
