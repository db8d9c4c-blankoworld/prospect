      *    *************************************************************
      *                       CMD
      *                       Commande de pilotage autorisee
      *                       (A/M/S/V/C/D/O/U/N/R/Q/P/I/W)
           10 TLMAUT-CMD           PIC X(1).
      *    *************************************************************
      *                       STADEOK
