             CP                             CHAR(5),
             VILLE                          CHAR(35),
             PLAGE                          CHAR(1),
             LANGUE                         CHAR(2),
             PAYS                           CHAR(2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TRAIN04.TLMPILW                    *
      *                       Langue preferee du contact (M) ;
      *                       espace = valeur actuelle reconduite
           10 TLMPILW-LANGUE       PIC X(2).
      *    *************************************************************
      *                       PAYS
      *                       Code pays de l'adresse complementaire
      *                       (D) ; espace = France
           10 TLMPILW-PAYS         PIC X(2).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
