      ******************************************************************
      * DCLGEN TABLE(TRAIN04.TLMTOK)                                   *
      *        LIBRARY(TRAIN04.OPEN.COBOL(DCLTOK))                     *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        NAMES(TLMTOK-)                                          *
      *        STRUCTURE(TLMTOK)                                       *
      *        QUOTE                                                   *
      *        LABEL(YES)                                              *
      *        COLSUFFIX(YES)                                          *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
      * TLMTOK : coffre des coordonnees personnelles. Les telephones
      * et adresses electroniques ne sont plus stockes en clair dans
      * TLMCON (TEL/MEL), TLMCONH, TLMCAN (VALEUR) ni TLMBLO (NUMERO),
      * mais sous forme de jeton '#' suivi de neuf chiffres ; la
      * valeur en clair n'existe que dans cette table, dont l'acces
      * est reserve aux couches physiques TLMPCON2 et TLMPCAN5, seules
      * a resoudre un jeton, pour les origines habilitees (parametre
      * 'CLAIR' de TLMCFG).
      * Le jeton est deterministe : une meme valeur en clair porte
      * toujours le meme jeton, si bien que les rapprochements par
      * egalite (doublons, coherence TLMCON/TLMCAN, opposition)
      * restent justes sur les valeurs jetonnees. Pour une adresse
      * electronique, le domaine reste lisible derriere le jeton
      * ('#nnnnnnnnn@domaine') : ni personnel ni discriminant, il sert
      * l'analyse des domaines (TLMBPGM121) et le controle de format.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMTOK TABLE
           ( TOKEN                          CHAR(10) NOT NULL,
             NATURE                         CHAR(1) NOT NULL,
             VALEUR                         CHAR(80) NOT NULL,
             DTCRE                          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMTOK                     *
      ******************************************************************
       01  TLMTOK.
      *    *************************************************************
      *                       TOKEN
      *                       Jeton (cle primaire) : '#' suivi d'un
      *                       numero sequentiel sur neuf chiffres
           10 TLMTOK-TOKEN         PIC X(10).
      *    *************************************************************
      *                       NATURE
      *                       'T' numero de telephone (TLMCON.TEL,
      *                       canaux 'F'/'M'), 'E' adresse electronique
      *                       (TLMCON.MEL, canal 'E') ; index unique
      *                       sur NATURE + VALEUR
           10 TLMTOK-NATURE        PIC X(1).
              88 TLMTOK-NATURE-TEL         VALUE 'T'.
              88 TLMTOK-NATURE-MEL         VALUE 'E'.
      *    *************************************************************
      *                       VALEUR
      *                       Valeur en clair (telephone sous forme
      *                       canonique, cf. TLMPCON2/NORMALISE-TEL)
           10 TLMTOK-VALEUR        PIC X(80).
      *    *************************************************************
      *                       DTCRE
      *                       Date/heure de creation du jeton
           10 TLMTOK-DTCRE         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
