      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMBLO)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLBLO))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMBLO-)                                          *
      *        STRUCTURE(TLMBLO)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMBLO : numeros de telephone des contacts actifs inscrits sur
      * la liste nationale d'opposition au demarchage telephonique
      * (Bloctel), une ligne par contact et par numero trouve : le
      * telephone TLMCON.TEL ou un canal fixe/mobile TLMCAN. Table
      * entierement reconstruite par chaque criblage TLMBPGM98 (un
      * numero sorti du registre redevient appelable) ; lue par le
      * routage TLMBPGM57, qui n'envoie jamais un numero oppose vers
      * la liste d'appels sortants. Distincte de TLMCON.OPTOUT,
      * opposition exprimee aupres de nous (TLMBPGM10).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMBLO TABLE
           ( CONID                          CHAR(6) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             NUMERO                         CHAR(10) NOT NULL,
             DTREG                          CHAR(8) NOT NULL,
             DTCRIBLE                       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMBLO                     *
      ******************************************************************
       01  TLMBLO.
      *    *************************************************************
      *                       CONID
      *                       Identifiant du contact (TLMCON)
           10 TLMBLO-CONID         PIC X(6).
      *    *************************************************************
      *                       CANAL
      *                       Origine du numero : 'T' telephone
      *                       TLMCON.TEL, 'F' fixe ou 'M' mobile TLMCAN
           10 TLMBLO-CANAL         PIC X(1).
              88 TLMBLO-CANAL-TLMCON       VALUE 'T'.
              88 TLMBLO-CANAL-FIXE         VALUE 'F'.
              88 TLMBLO-CANAL-MOBILE       VALUE 'M'.
      *    *************************************************************
      *                       NUMERO
      *                       Numero oppose, en jeton (cf. TLMTOK),
      *                       egal a TLMCON.TEL / TLMCAN.VALEUR
           10 TLMBLO-NUMERO        PIC X(10).
      *    *************************************************************
      *                       DTREG
      *                       Date (AAAAMMJJ) du registre d'opposition
      *                       sur lequel le numero a ete trouve
           10 TLMBLO-DTREG         PIC X(8).
      *    *************************************************************
      *                       DTCRIBLE
      *                       Date/heure du criblage
           10 TLMBLO-DTCRIBLE      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
