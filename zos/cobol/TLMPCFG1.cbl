      *****************************************************************
      *                  C O U C H E  P H Y S I Q U E
      *                  ----------------------------
      *****************************************************************
      * Acces a la table centrale des parametres d'exploitation
      * (TLMCFG) : lecture d'un parametre pour un programme batch
      * (fonction SELECT). La ligne nominative du programme l'emporte
      * sur la ligne commune '*' ; rc '10' si aucune des deux
      * n'existe, l'appelant garde alors sa valeur par defaut. La
      * valeur est aussi rendue sous forme numerique quand elle en
      * est une (entier sans signe de 1 a 9 chiffres).
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      TLMPCFG1.
       AUTHOR.          Olivier DOSSMANN.
       DATE-WRITTEN.    20200518.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. ZIA.
       OBJECT-COMPUTER. VIRTEL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *    Infos concernant la connexion a la BDD
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.
      *    Clause COPY generee par DCLGEN pour table TLMCFG
      *    (parametres d'exploitation)
           EXEC SQL
             INCLUDE DCLCFG
           END-EXEC.
       77 SQLCODE-TXT     PIC S9(3).
       77 SQLERR-MSG      PIC X(30).
      *    Longueur utile de la valeur (controle numerique)
       77 w-val-lng       PIC S9(04) COMP.
       LINKAGE SECTION.
      *    Clause COPY pour structure d'echange prog. <-> sous-prog.
           COPY TLMCPIL.
      *    Clause COPY pour echange prog./ss-prog. avec donnees
           COPY TLMCCFG1 REPLACING ==:PROG:== BY ==cpcfg1==.
       PROCEDURE DIVISION using tlmcpil cpcfg1.
       DEBUT.
           PERFORM INIT.
           PERFORM TRAITEMENT.
           PERFORM FIN.
           GOBACK.

       INIT.
           DISPLAY 'PHY-CFG-init ' tlmcpil-fct
           MOVE SPACES TO cpcfg1-sor
           .

       TRAITEMENT.
      *    Lecture fonction pour lancement
           EVALUATE tlmcpil-fct
             WHEN 'SELECT'          PERFORM LECTURE
             WHEN OTHER             PERFORM ERREUR
           END-EVALUATE
           .

      *****************************************************************
      * SELECT : valeur du parametre pour le programme demandeur, a
      * defaut la valeur commune '*'.
      *****************************************************************
       LECTURE.
           DISPLAY 'PHY-CFG-SEL <' cpcfg1-ent-prm-programme '/'
                   cpcfg1-ent-prm-param '>'
           MOVE cpcfg1-ent-prm-programme   TO tlmcfg-programme
           MOVE cpcfg1-ent-prm-param       TO tlmcfg-param
           EXEC SQL
             SELECT VALEUR, PROGRAMME
               INTO :tlmcfg-valeur, :tlmcfg-programme
               FROM TRAIN04.TLMCFG
               WHERE PARAM = :tlmcfg-param
                 AND PROGRAMME IN (:tlmcfg-programme, '*')
               ORDER BY CASE WHEN PROGRAMME = '*' THEN 1 ELSE 0 END
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM VERIF-SQLCODE
           SET cpcfg1-sor-prm-num-non      TO TRUE
           MOVE 0                          TO cpcfg1-sor-prm-num
           IF SQLCODE = 0 THEN
             MOVE tlmcfg-valeur            TO cpcfg1-sor-prm-valeur
             MOVE tlmcfg-programme         TO cpcfg1-sor-prm-origine
             PERFORM VALEUR-NUMERIQUE
           END-IF
           .

      *****************************************************************
      * Vue numerique : chiffres cadres a gauche, suivis de blancs
      * seulement.
      *****************************************************************
       VALEUR-NUMERIQUE.
           MOVE 0                          TO w-val-lng
           INSPECT tlmcfg-valeur TALLYING w-val-lng
             FOR CHARACTERS BEFORE INITIAL SPACE
           IF w-val-lng > 0 AND w-val-lng < 10 THEN
             IF tlmcfg-valeur (1 : w-val-lng) NUMERIC
                AND tlmcfg-valeur (w-val-lng + 1 : ) = SPACES THEN
               MOVE tlmcfg-valeur (1 : w-val-lng)
                                           TO cpcfg1-sor-prm-num
               SET cpcfg1-sor-prm-num-oui  TO TRUE
             END-IF
           END-IF
           .

       FIN.
           CONTINUE.

       VERIF-SQLCODE.
           DISPLAY 'PHY-CFG, verif. code SQL <' sqlcode '>'
           EVALUATE sqlcode
             WHEN 0
               MOVE '00'                         TO tlmcpil-rc
               MOVE 'PHY-CFG Req. succes.'       TO tlmcpil-msg
             WHEN 100
               MOVE '10'                         TO tlmcpil-rc
               MOVE 'PHY-CFG Code 100, parametre absent.'
                                                 TO tlmcpil-msg
             WHEN OTHER
               MOVE '99'                         TO tlmcpil-rc
               MOVE sqlcode                      TO sqlcode-txt
               MOVE sqlerrm                      TO sqlerr-msg
               STRING
                 'ERR<'            DELIMITED SIZE
                 sqlstate          DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlcode-txt       DELIMITED SIZE
                 '><'              DELIMITED SIZE
                 sqlerr-msg        DELIMITED SIZE
                 INTO tlmcpil-msg
               END-STRING
           END-EVALUATE
           .

      *****************************************************************
      * Erreur 90 : fonction demandee inconnue
      *****************************************************************
       ERREUR.
           MOVE '90'                             TO tlmcpil-rc
           STRING
             'PHY-CFG Fonction inconnue <' DELIMITED SIZE
             tlmcpil-fct                   DELIMITED SIZE
             '>'                           DELIMITED SIZE
             INTO tlmcpil-msg
           END-STRING
           .

       END PROGRAM TLMPCFG1.
