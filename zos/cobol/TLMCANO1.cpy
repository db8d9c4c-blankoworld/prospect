      *        ---------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier d'anomalies emis par l'auditeur
      * d'integrite referentielle TLMBPGM62 et par l'analyse des
      * domaines de messagerie TLMBPGM121 : une ligne par anomalie
      * constatee, exploitable par la machine (le rapport 80 colonnes
      * reste destine a l'oeil humain).
      * Longueur de la chaine : 80 caracteres
           05 :PROG:-ANO-SEV           PIC  X(01).
      *    Table porteuse de l'anomalie
           05 :PROG:-ANO-TABLE         PIC  X(08).
      *    Code du controle en defaut (cf. TLMBPGM62, TLMBPGM121)
           05 :PROG:-ANO-CTRL          PIC  X(03).
      *    Cle de la ligne en defaut (identifiant, ou code pour les
      *    controles referentiels)
