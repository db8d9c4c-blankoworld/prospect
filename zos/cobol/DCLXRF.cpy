      * table retient, par emetteur, la correspondance (cle du
      * partenaire -> identifiant TLMPRO/TLMCON reel). Alimentee par
      * TLMBPGM69, consultee par la normalisation TLMBPGM26 pour
      * traduire les cles entrantes, par l'export TLMBPGM7 pour
      * estampiller les cles sortantes, et par les flux partenaires
      * TLMBPGM155 qui ne transmettent que des contacts cles.
      ******************************************************************
           EXEC SQL DECLARE TRAIN04.TLMXRF TABLE
           ( EMETTEUR                       CHAR(8) NOT NULL,
