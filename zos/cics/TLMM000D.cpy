      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 D (ECRAND)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM000D (voir TLMM000D.bms).
      * Deux vues sur la meme TIOA : TLMM000DI pour le RECEIVE MAP,
      * TLMM000DO pour le SEND MAP.
      *****************************************************************
       01  TLMM000DI.
           02  FILLER                PIC  X(12).
           02  USERL                 COMP PIC  S9(4).
           02  USERF                 PIC  X.
           02  FILLER REDEFINES USERF.
               03  USERA             PIC  X.
           02  USERI                 PIC  X(8).
           02  PAGEL                 COMP PIC  S9(4).
           02  PAGEF                 PIC  X.
           02  FILLER REDEFINES PAGEF.
               03  PAGEA             PIC  X.
           02  PAGEI                 PIC  X(19).
           02  S1L                   COMP PIC  S9(4).
           02  S1F                   PIC  X.
           02  FILLER REDEFINES S1F.
               03  S1A               PIC  X.
           02  S1I                   PIC  X(1).
           02  L1L                   COMP PIC  S9(4).
           02  L1F                   PIC  X.
           02  FILLER REDEFINES L1F.
               03  L1A               PIC  X.
           02  L1I                   PIC  X(75).
           02  S2L                   COMP PIC  S9(4).
           02  S2F                   PIC  X.
           02  FILLER REDEFINES S2F.
               03  S2A               PIC  X.
           02  S2I                   PIC  X(1).
           02  L2L                   COMP PIC  S9(4).
           02  L2F                   PIC  X.
           02  FILLER REDEFINES L2F.
               03  L2A               PIC  X.
           02  L2I                   PIC  X(75).
           02  S3L                   COMP PIC  S9(4).
           02  S3F                   PIC  X.
           02  FILLER REDEFINES S3F.
               03  S3A               PIC  X.
           02  S3I                   PIC  X(1).
           02  L3L                   COMP PIC  S9(4).
           02  L3F                   PIC  X.
           02  FILLER REDEFINES L3F.
               03  L3A               PIC  X.
           02  L3I                   PIC  X(75).
           02  S4L                   COMP PIC  S9(4).
           02  S4F                   PIC  X.
           02  FILLER REDEFINES S4F.
               03  S4A               PIC  X.
           02  S4I                   PIC  X(1).
           02  L4L                   COMP PIC  S9(4).
           02  L4F                   PIC  X.
           02  FILLER REDEFINES L4F.
               03  L4A               PIC  X.
           02  L4I                   PIC  X(75).
           02  S5L                   COMP PIC  S9(4).
           02  S5F                   PIC  X.
           02  FILLER REDEFINES S5F.
               03  S5A               PIC  X.
           02  S5I                   PIC  X(1).
           02  L5L                   COMP PIC  S9(4).
           02  L5F                   PIC  X.
           02  FILLER REDEFINES L5F.
               03  L5A               PIC  X.
           02  L5I                   PIC  X(75).
           02  S6L                   COMP PIC  S9(4).
           02  S6F                   PIC  X.
           02  FILLER REDEFINES S6F.
               03  S6A               PIC  X.
           02  S6I                   PIC  X(1).
           02  L6L                   COMP PIC  S9(4).
           02  L6F                   PIC  X.
           02  FILLER REDEFINES L6F.
               03  L6A               PIC  X.
           02  L6I                   PIC  X(75).
           02  S7L                   COMP PIC  S9(4).
           02  S7F                   PIC  X.
           02  FILLER REDEFINES S7F.
               03  S7A               PIC  X.
           02  S7I                   PIC  X(1).
           02  L7L                   COMP PIC  S9(4).
           02  L7F                   PIC  X.
           02  FILLER REDEFINES L7F.
               03  L7A               PIC  X.
           02  L7I                   PIC  X(75).
           02  S8L                   COMP PIC  S9(4).
           02  S8F                   PIC  X.
           02  FILLER REDEFINES S8F.
               03  S8A               PIC  X.
           02  S8I                   PIC  X(1).
           02  L8L                   COMP PIC  S9(4).
           02  L8F                   PIC  X.
           02  FILLER REDEFINES L8F.
               03  L8A               PIC  X.
           02  L8I                   PIC  X(75).
           02  S9L                   COMP PIC  S9(4).
           02  S9F                   PIC  X.
           02  FILLER REDEFINES S9F.
               03  S9A               PIC  X.
           02  S9I                   PIC  X(1).
           02  L9L                   COMP PIC  S9(4).
           02  L9F                   PIC  X.
           02  FILLER REDEFINES L9F.
               03  L9A               PIC  X.
           02  L9I                   PIC  X(75).
           02  S10L                  COMP PIC  S9(4).
           02  S10F                  PIC  X.
           02  FILLER REDEFINES S10F.
               03  S10A              PIC  X.
           02  S10I                  PIC  X(1).
           02  L10L                  COMP PIC  S9(4).
           02  L10F                  PIC  X.
           02  FILLER REDEFINES L10F.
               03  L10A              PIC  X.
           02  L10I                  PIC  X(75).
           02  S11L                  COMP PIC  S9(4).
           02  S11F                  PIC  X.
           02  FILLER REDEFINES S11F.
               03  S11A              PIC  X.
           02  S11I                  PIC  X(1).
           02  L11L                  COMP PIC  S9(4).
           02  L11F                  PIC  X.
           02  FILLER REDEFINES L11F.
               03  L11A              PIC  X.
           02  L11I                  PIC  X(75).
           02  S12L                  COMP PIC  S9(4).
           02  S12F                  PIC  X.
           02  FILLER REDEFINES S12F.
               03  S12A              PIC  X.
           02  S12I                  PIC  X(1).
           02  L12L                  COMP PIC  S9(4).
           02  L12F                  PIC  X.
           02  FILLER REDEFINES L12F.
               03  L12A              PIC  X.
           02  L12I                  PIC  X(75).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
       01  TLMM000DO REDEFINES TLMM000DI.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  USERO                 PIC  X(8).
           02  FILLER                PIC  X(3).
           02  PAGEO                 PIC  X(19).
           02  FILLER                PIC  X(3).
           02  S1O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L1O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S2O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L2O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S3O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L3O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S4O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L4O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S5O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L5O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S6O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L6O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S7O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L7O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S8O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L8O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S9O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L9O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S10O                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L10O                  PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S11O                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L11O                  PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S12O                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  L12O                  PIC  X(75).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
