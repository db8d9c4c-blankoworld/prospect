      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 E (ECRANE)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM000E (voir TLMM000E.bms).
      * Deux vues sur la meme TIOA : TLMM000EI pour le RECEIVE MAP,
      * TLMM000EO pour le SEND MAP.
      *****************************************************************
       01  TLMM000EI.
           02  FILLER                PIC  X(12).
           02  USERL                 COMP PIC  S9(4).
           02  USERF                 PIC  X.
           02  FILLER REDEFINES USERF.
               03  USERA             PIC  X.
           02  USERI                 PIC  X(8).
           02  HEUREL                COMP PIC  S9(4).
           02  HEUREF                PIC  X.
           02  FILLER REDEFINES HEUREF.
               03  HEUREA            PIC  X.
           02  HEUREI                PIC  X(8).
           02  PAGEL                 COMP PIC  S9(4).
           02  PAGEF                 PIC  X.
           02  FILLER REDEFINES PAGEF.
               03  PAGEA             PIC  X.
           02  PAGEI                 PIC  X(19).
           02  ETATL                 COMP PIC  S9(4).
           02  ETATF                 PIC  X.
           02  FILLER REDEFINES ETATF.
               03  ETATA             PIC  X.
           02  ETATI                 PIC  X(77).
           02  V1L                   COMP PIC  S9(4).
           02  V1F                   PIC  X.
           02  FILLER REDEFINES V1F.
               03  V1A               PIC  X.
           02  V1I                   PIC  X(77).
           02  V2L                   COMP PIC  S9(4).
           02  V2F                   PIC  X.
           02  FILLER REDEFINES V2F.
               03  V2A               PIC  X.
           02  V2I                   PIC  X(77).
           02  V3L                   COMP PIC  S9(4).
           02  V3F                   PIC  X.
           02  FILLER REDEFINES V3F.
               03  V3A               PIC  X.
           02  V3I                   PIC  X(77).
           02  R1L                   COMP PIC  S9(4).
           02  R1F                   PIC  X.
           02  FILLER REDEFINES R1F.
               03  R1A               PIC  X.
           02  R1I                   PIC  X(77).
           02  R2L                   COMP PIC  S9(4).
           02  R2F                   PIC  X.
           02  FILLER REDEFINES R2F.
               03  R2A               PIC  X.
           02  R2I                   PIC  X(77).
           02  R3L                   COMP PIC  S9(4).
           02  R3F                   PIC  X.
           02  FILLER REDEFINES R3F.
               03  R3A               PIC  X.
           02  R3I                   PIC  X(77).
           02  R4L                   COMP PIC  S9(4).
           02  R4F                   PIC  X.
           02  FILLER REDEFINES R4F.
               03  R4A               PIC  X.
           02  R4I                   PIC  X(77).
           02  R5L                   COMP PIC  S9(4).
           02  R5F                   PIC  X.
           02  FILLER REDEFINES R5F.
               03  R5A               PIC  X.
           02  R5I                   PIC  X(77).
           02  R6L                   COMP PIC  S9(4).
           02  R6F                   PIC  X.
           02  FILLER REDEFINES R6F.
               03  R6A               PIC  X.
           02  R6I                   PIC  X(77).
           02  R7L                   COMP PIC  S9(4).
           02  R7F                   PIC  X.
           02  FILLER REDEFINES R7F.
               03  R7A               PIC  X.
           02  R7I                   PIC  X(77).
           02  R8L                   COMP PIC  S9(4).
           02  R8F                   PIC  X.
           02  FILLER REDEFINES R8F.
               03  R8A               PIC  X.
           02  R8I                   PIC  X(77).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
       01  TLMM000EO REDEFINES TLMM000EI.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  USERO                 PIC  X(8).
           02  FILLER                PIC  X(3).
           02  HEUREO                PIC  X(8).
           02  FILLER                PIC  X(3).
           02  PAGEO                 PIC  X(19).
           02  FILLER                PIC  X(3).
           02  ETATO                 PIC  X(77).
           02  FILLER                PIC  X(3).
           02  V1O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  V2O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  V3O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R1O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R2O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R3O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R4O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R5O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R6O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R7O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  R8O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
