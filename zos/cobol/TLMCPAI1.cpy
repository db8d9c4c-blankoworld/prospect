      *****************************************************************
      *      I N T E R F A C E  P A I E  -  C O M M I S S I O N S
      *      -----------------------------------------------------
      *****************************************************************
      * Clause COPY pour le fichier d'interface paie des commissions
      * commerciales (DD PAIE), emis chaque mois par TLMBPGM96 :
      *    - un enregistrement d'entete 'E' (mois de paie, date de
      *      creation) ;
      *    - un enregistrement detail 'D' par commercial commissionne ;
      *    - un enregistrement de fin 'F' portant les totaux de
      *      controle (nombre de details, cumul des montants signes et
      *      des commissions), a rapprocher par la paie avant
      *      integration.
      * Montants sans signe, 2 decimales implicites.
      * Longueur de la chaine : 80 caracteres
      *****************************************************************
       01 :PROG:-PAI.
      *    Type d'enregistrement
           05 :PROG:-PAI-TYPE          PIC  X(01).
              88 :PROG:-PAI-TYPE-ENT           VALUE 'E'.
              88 :PROG:-PAI-TYPE-DET           VALUE 'D'.
              88 :PROG:-PAI-TYPE-FIN           VALUE 'F'.
      *    Mois de paie (AAAAMM)
           05 :PROG:-PAI-MOIS          PIC  X(06).
           05 :PROG:-PAI-CORPS         PIC  X(73).
      *    Entete : application emettrice et date de creation
           05 :PROG:-PAI-ENT REDEFINES :PROG:-PAI-CORPS.
              10 :PROG:-PAI-ENT-APPLI  PIC  X(08).
              10 :PROG:-PAI-ENT-DATE   PIC  9(08).
              10 FILLER                PIC  X(57).
      *    Detail : un commercial
           05 :PROG:-PAI-DET REDEFINES :PROG:-PAI-CORPS.
      *       Code du commercial beneficiaire (TLMCOM.CODE)
              10 :PROG:-PAI-DET-CODE   PIC  X(04).
      *       Nom du commercial
              10 :PROG:-PAI-DET-NOM    PIC  X(35).
      *       Nombre d'affaires commissionnees
              10 :PROG:-PAI-DET-NBAFF  PIC  9(05).
      *       Cumul des montants signes (base de calcul)
              10 :PROG:-PAI-DET-BASE   PIC  9(11)V99.
      *       Montant de la commission a payer
              10 :PROG:-PAI-DET-COMMI  PIC  9(09)V99.
              10 FILLER                PIC  X(05).
      *    Fin : totaux de controle
           05 :PROG:-PAI-FIN REDEFINES :PROG:-PAI-CORPS.
      *       Nombre d'enregistrements detail
              10 :PROG:-PAI-FIN-NBDET  PIC  9(07).
      *       Cumul des montants signes
              10 :PROG:-PAI-FIN-BASE   PIC  9(13)V99.
      *       Cumul des commissions
              10 :PROG:-PAI-FIN-COMMI  PIC  9(11)V99.
              10 FILLER                PIC  X(36).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
