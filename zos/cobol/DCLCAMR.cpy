      * reponse), puis completee par le chargeur de reponses
      * TLMBPGM21. C'est cette table qui permet d'exclure d'une
      * nouvelle selection les contacts deja sollicites recemment.
      * Pour une campagne a sequence (TLMSEQ), la meme ligne suit le
      * contact d'etape en etape : le batch quotidien TLMBPGM115 y
      * avance ETAPE et reporte DTSOL a chaque nouvel envoi.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMCAMR TABLE
           ( CAMID                          CHAR(6) NOT NULL,
             CONID                          CHAR(6) NOT NULL,
             DTSOL                          TIMESTAMP NOT NULL,
             REPONSE                        CHAR(1) NOT NULL,
             ETAPE                          DECIMAL(3,0) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMCAMR                    *
           10 TLMCAMR-CONID        PIC X(6).
      *    *************************************************************
      *                       DTSOL
      *                       Date/heure de la derniere
      *                       sollicitation (derniere etape envoyee)
           10 TLMCAMR-DTSOL        PIC X(26).
      *    *************************************************************
      *                       REPONSE
      *                       ' ' pas de reponse, 'P' positive,
      *                       'N' negative
           10 TLMCAMR-REPONSE      PIC X(1).
      *    *************************************************************
      *                       ETAPE
      *                       Derniere etape TLMSEQ envoyee au
      *                       contact (1 = envoi initial TLMBPGM20) ;
      *                       0 = sollicitation hors sequence
           10 TLMCAMR-ETAPE        PIC S9(3)       COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
