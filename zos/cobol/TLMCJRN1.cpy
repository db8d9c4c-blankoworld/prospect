      *****************************************************************
      *   L O T  D U  J O U R N A L  D E S  C H A N G E M E N T S
      *   -------------------------------------------------------
      *****************************************************************
      * Clause COPY pour le lot du journal des changements expedie au
      * site de secours : ecrit par TLMBPGM150 au site principal, lu
      * par TLMBPGM151 au site de secours. Un lot = un enregistrement
      * d'entete 'E', les detail 'D' dans l'ordre des sequences, un
      * enregistrement de fin 'F' de controle. Un lot sans changement
      * ne porte que l'entete et la fin (temoin de vie de la chaine).
      * Un changement (une ligne TLMJRN, une sequence) donne un
      * detail par ligne de l'ensemble relu a l'expedition (sous-
      * sequence 1, 2, ...) ; un ensemble vide (cle supprimee) donne
      * un seul detail de sous-sequence 0 sans image.
      * Longueur de la chaine : 500 caracteres
      *****************************************************************
       01 :PROG:-JRN.
      *    Type d'enregistrement
           05 :PROG:-JRN-TYPE          PIC  X(01).
              88 :PROG:-JRN-ENTETE                 VALUE 'E'.
              88 :PROG:-JRN-DETAIL                 VALUE 'D'.
              88 :PROG:-JRN-FIN                    VALUE 'F'.
      *    Numero du lot
           05 :PROG:-JRN-LOT           PIC  9(07).
           05 :PROG:-JRN-CORPS         PIC  X(492).
      *    Entete : date/heure d'extraction (point de reprise atteint
      *    une fois le lot rejoue) et premiere sequence attendue
           05 :PROG:-JRN-ENT REDEFINES :PROG:-JRN-CORPS.
              10 :PROG:-JRN-ENT-DTLOT  PIC  X(26).
              10 :PROG:-JRN-ENT-SEQDEB PIC  9(11).
              10 FILLER                PIC  X(455).
      *    Detail : sequence du changement, sous-sequence dans
      *    l'ensemble, ligne TLMJRN et image de la ligne de la table
      *    (structure DCLGEN de la table, cf. TLMJRN-TABNOM)
           05 :PROG:-JRN-DET REDEFINES :PROG:-JRN-CORPS.
              10 :PROG:-JRN-DET-SEQ    PIC  9(11).
              10 :PROG:-JRN-DET-SSEQ   PIC  9(05).
              10 :PROG:-JRN-DET-DTCHG  PIC  X(26).
              10 :PROG:-JRN-DET-TABNOM PIC  X(08).
              10 :PROG:-JRN-DET-CLE    PIC  X(06).
              10 :PROG:-JRN-DET-OPER   PIC  X(01).
              10 :PROG:-JRN-DET-ORIGINE
                                       PIC  X(12).
              10 :PROG:-JRN-DET-IMAGE  PIC  X(400).
              10 FILLER                PIC  X(23).
      *    Fin : derniere sequence du lot (premiere - 1 si lot vide),
      *    nombre de changements et de details, date/heure du dernier
      *    changement (espace si lot vide)
           05 :PROG:-JRN-FIN-ENR REDEFINES :PROG:-JRN-CORPS.
              10 :PROG:-JRN-FIN-SEQFIN PIC  9(11).
              10 :PROG:-JRN-FIN-NBCHG  PIC  9(09).
              10 :PROG:-JRN-FIN-NBDET  PIC  9(09).
              10 :PROG:-JRN-FIN-DTCHG  PIC  X(26).
              10 FILLER                PIC  X(437).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
