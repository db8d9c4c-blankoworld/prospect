      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMDOI)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLDOI))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMDOI-)                                          *
      *        STRUCTURE(TLMDOI)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMDOI : confirmations d'adresses electroniques (double
      * opt-in), une ligne par contact, emplacement et adresse. Une
      * adresse nouvelle ou changee (TLMCON.MEL, canal 'E' de TLMCAN)
      * venue d'une source non verifiee (parametre 'OPTIN' de TLMCFG)
      * y est posee en attente par la couche physique qui l'ecrit
      * (TLMPCON2, TLMPCAN5, mode masse TLMPMAS7). La demande de
      * confirmation part par TLMBPGM148, qui expire aussi les
      * demandes restees sans reponse ; les jetons confirmes sont
      * charges par TLMBPGM149. Une adresse en attente ou expiree
      * n'est pas routee en campagne courriel (TLMBPGM57). Une
      * adresse sans ligne ici (stock anterieur, source verifiee) est
      * utilisable.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMDOI TABLE
           ( CONID                          CHAR(6) NOT NULL,
             CANAL                          CHAR(1) NOT NULL,
             VALEUR                         CHAR(80) NOT NULL,
             STATUT                         CHAR(1) NOT NULL,
             JETON                          CHAR(36) NOT NULL,
             ORIGINE                        CHAR(12) NOT NULL,
             DTCRE                          TIMESTAMP NOT NULL,
             DTENV                          CHAR(8) NOT NULL
                                            WITH DEFAULT,
             DTSTAT                         CHAR(8) NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMDOI                     *
      ******************************************************************
       01  TLMDOI.
      *    *************************************************************
      *                       CONID
      *                       Contact (TLMCON.ID)
           10 TLMDOI-CONID         PIC X(6).
      *    *************************************************************
      *                       CANAL
      *                       Emplacement de l'adresse : 'C' courriel
      *                       de la fiche (TLMCON.MEL), 'E' canal mel
      *                       (TLMCAN, CANTYPE 'E')
           10 TLMDOI-CANAL         PIC X(1).
              88 TLMDOI-CANAL-CON          VALUE 'C'.
              88 TLMDOI-CANAL-CAN          VALUE 'E'.
      *    *************************************************************
      *                       VALEUR
      *                       Adresse telle que stockee (jeton, cf.
      *                       TLMTOK)
           10 TLMDOI-VALEUR        PIC X(80).
      *    *************************************************************
      *                       STATUT
      *                       'A' en attente de confirmation, 'C'
      *                       confirmee, 'X' expiree sans reponse
           10 TLMDOI-STATUT        PIC X(1).
              88 TLMDOI-STATUT-ATTENTE     VALUE 'A'.
              88 TLMDOI-STATUT-CONFIRME    VALUE 'C'.
              88 TLMDOI-STATUT-EXPIRE      VALUE 'X'.
              88 TLMDOI-STATUT-BLOQUE      VALUE 'A', 'X'.
      *    *************************************************************
      *                       JETON
      *                       Jeton de confirmation unique, porte par
      *                       le lien du courriel de demande (renouvele
      *                       a chaque relance d'une demande expiree)
           10 TLMDOI-JETON         PIC X(36).
      *    *************************************************************
      *                       ORIGINE
      *                       Origine de l'ecriture de l'adresse (cf.
      *                       tlmcpil-origine)
           10 TLMDOI-ORIGINE       PIC X(12).
      *    *************************************************************
      *                       DTCRE
      *                       Date/heure de la mise en attente : point
      *                       de depart du delai d'expiration
           10 TLMDOI-DTCRE         PIC X(26).
      *    *************************************************************
      *                       DTENV
      *                       Date (AAAAMMJJ) d'emission de la demande
      *                       de confirmation ; espace = a emettre
           10 TLMDOI-DTENV         PIC X(8).
      *    *************************************************************
      *                       DTSTAT
      *                       Date (AAAAMMJJ) de la confirmation ou de
      *                       l'expiration ; espace en attente
           10 TLMDOI-DTSTAT        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
