      *****************************************************************
      *   L I S T E  D ' A P P E L S  D E  V E R I F I C A T I O N
      *   ---------------------------------------------------------
      *****************************************************************
      * Clause COPY pour la liste d'appels mensuelle de la cellule
      * qualite, ecrite par le tirage TLMBPGM137 : une ligne par
      * prospect tire, avec les valeurs en base des champs a verifier
      * (codes champ de TLMVER entre parentheses) et le contact a
      * appeler. Triee par commercial puis par rang de tirage.
      * Longueur de la chaine : 400 caracteres
      *****************************************************************
       01 :PROG:-APL.
      *    Mois du tirage (AAAAMM), a reporter sur les resultats
           05 :PROG:-APL-PERIODE       PIC  X(06).
      *    Commercial du prospect
           05 :PROG:-APL-COMMERCIAL    PIC  X(04).
      *    Rang du prospect dans l'echantillon du commercial
           05 :PROG:-APL-RANG          PIC  9(03).
      *    Identifiant du prospect, a reporter sur les resultats
           05 :PROG:-APL-PRO-ID        PIC  X(06).
      *    Raison sociale (NOM)
           05 :PROG:-APL-PRO-NOM       PIC  X(35).
      *    Adresse (RUE, CPO, VIL)
           05 :PROG:-APL-PRO-RUE       PIC  X(40).
           05 :PROG:-APL-PRO-CP        PIC  X(05).
           05 :PROG:-APL-PRO-VILLE     PIC  X(35).
      *    Contact a appeler
           05 :PROG:-APL-CON-ID        PIC  X(06).
           05 :PROG:-APL-CON-NOM       PIC  X(35).
           05 :PROG:-APL-CON-PRENOM    PIC  X(35).
      *    Telephone (TEL), courriel (MEL) et fonction (FON) du
      *    contact
           05 :PROG:-APL-CON-TEL       PIC  X(10).
           05 :PROG:-APL-CON-MEL       PIC  X(80).
           05 :PROG:-APL-CON-FONCTION  PIC  X(40).
      *    Plage d'appel preferee et langue du contact
           05 :PROG:-APL-CON-PLAGE     PIC  X(01).
           05 :PROG:-APL-CON-LANGUE    PIC  X(02).
      *    Remplissage du reste de la chaine
           05 FILLER                   PIC  X(57).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
