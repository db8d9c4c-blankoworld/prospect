      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMSAN)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLSAN))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMSAN-)                                          *
      *        STRUCTURE(TLMSAN)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMSAN : listes de sanctions et d'embargos (UE, ONU), une ligne
      * par entree de liste : personne morale, personne physique ou
      * pays sous embargo. Entierement rechargee par TLMBPGM102 depuis
      * le fichier de la conformite, criblee chaque nuit par
      * TLMBPGM103 contre les noms TLMPRO / TLMCON et les pays des
      * adresses TLMADR (alertes dans TLMSAH).
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMSAN TABLE
           ( SANREF                         CHAR(10) NOT NULL,
             SANTYPE                        CHAR(1) NOT NULL,
             LISTE                          CHAR(2) NOT NULL,
             PAYS                           CHAR(2) NOT NULL
                                            WITH DEFAULT,
             NOM                            CHAR(60) NOT NULL
                                            WITH DEFAULT,
             DTCHARGE                       TIMESTAMP NOT NULL
                                            WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMSAN                     *
      ******************************************************************
       01  TLMSAN.
      *    *************************************************************
      *                       SANREF
      *                       Reference de l'entree dans la liste
      *                       d'origine
           10 TLMSAN-SANREF        PIC X(10).
      *    *************************************************************
      *                       SANTYPE
      *                       'M' personne morale, 'P' personne
      *                       physique (nom criblant les prospects et
      *                       les contacts), 'E' pays sous embargo
      *                       (code PAYS criblant les adresses)
           10 TLMSAN-SANTYPE       PIC X(1).
              88 TLMSAN-SANTYPE-MORALE     VALUE 'M'.
              88 TLMSAN-SANTYPE-PHYSIQUE   VALUE 'P'.
              88 TLMSAN-SANTYPE-EMBARGO    VALUE 'E'.
              88 TLMSAN-SANTYPE-VALIDE     VALUE 'M' 'P' 'E'.
      *    *************************************************************
      *                       LISTE
      *                       Liste d'origine : 'EU' sanctions
      *                       financieres de l'Union europeenne,
      *                       'UN' Conseil de securite des Nations
      *                       unies
           10 TLMSAN-LISTE         PIC X(2).
              88 TLMSAN-LISTE-VALIDE       VALUE 'EU' 'UN'.
      *    *************************************************************
      *                       PAYS
      *                       Code pays ISO a deux lettres : pays
      *                       sous embargo (E), pays de rattachement
      *                       indicatif (M/P, espace = inconnu)
           10 TLMSAN-PAYS          PIC X(2).
      *    *************************************************************
      *                       NOM
      *                       Nom tel que publie (M : raison sociale,
      *                       P : nom puis prenoms, E : libelle du
      *                       pays)
           10 TLMSAN-NOM           PIC X(60).
      *    *************************************************************
      *                       DTCHARGE
      *                       Date/heure du chargement
           10 TLMSAN-DTCHARGE      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
