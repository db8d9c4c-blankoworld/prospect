      *    *************************************************************
      *                       CLE
      *                       Rang du candidat dans le fichier
      *                       DOUBLONS au moment de l'arbitrage (zero
      *                       pour une creation forcee a l'ecran TLM2)
           10 TLMDBJ-CLE           PIC S9(7)V USAGE COMP-3.
      *    *************************************************************
      *                       TYPEDBL
      *                       Origine du rapprochement ('T' telephone,
      *                       'M' mel ; creation forcee : 'S' SIRET,
      *                       'N' nom et code postal, 'T' telephone)
           10 TLMDBJ-TYPEDBL       PIC X(1).
      *    *************************************************************
      *                       VALEUR
      *    *************************************************************
      *                       DECISION
      *                       Decision posee ('F' fusion, 'G' garder,
      *                       'I' ignorer, 'C' creation forcee malgre
      *                       le doublon possible PRO1 de PRO2, posee
      *                       a la creation sur l'ecran TLM2)
           10 TLMDBJ-DECISION      PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
