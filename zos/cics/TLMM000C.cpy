      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 C (ECRANC)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM000C (voir TLMM000C.bms).
      * Deux vues sur la meme TIOA : TLMM000CI pour le RECEIVE MAP,
      * TLMM000CO pour le SEND MAP.
      *****************************************************************
       01  TLMM000CI.
           02  FILLER                PIC  X(12).
           02  DNOML                 COMP PIC  S9(4).
           02  DNOMF                 PIC  X.
           02  FILLER REDEFINES DNOMF.
               03  DNOMA             PIC  X.
           02  DNOMI                 PIC  X(35).
           02  DCPL                  COMP PIC  S9(4).
           02  DCPF                  PIC  X.
           02  FILLER REDEFINES DCPF.
               03  DCPA              PIC  X.
           02  DCPI                  PIC  X(5).
           02  DSRTL                 COMP PIC  S9(4).
           02  DSRTF                 PIC  X.
           02  FILLER REDEFINES DSRTF.
               03  DSRTA             PIC  X.
           02  DSRTI                 PIC  X(14).
           02  DTELL                 COMP PIC  S9(4).
           02  DTELF                 PIC  X.
           02  FILLER REDEFINES DTELF.
               03  DTELA             PIC  X.
           02  DTELI                 PIC  X(10).
           02  S1L                   COMP PIC  S9(4).
           02  S1F                   PIC  X.
           02  FILLER REDEFINES S1F.
               03  S1A               PIC  X.
           02  S1I                   PIC  X(1).
           02  C1L                   COMP PIC  S9(4).
           02  C1F                   PIC  X.
           02  FILLER REDEFINES C1F.
               03  C1A               PIC  X.
           02  C1I                   PIC  X(75).
           02  S2L                   COMP PIC  S9(4).
           02  S2F                   PIC  X.
           02  FILLER REDEFINES S2F.
               03  S2A               PIC  X.
           02  S2I                   PIC  X(1).
           02  C2L                   COMP PIC  S9(4).
           02  C2F                   PIC  X.
           02  FILLER REDEFINES C2F.
               03  C2A               PIC  X.
           02  C2I                   PIC  X(75).
           02  S3L                   COMP PIC  S9(4).
           02  S3F                   PIC  X.
           02  FILLER REDEFINES S3F.
               03  S3A               PIC  X.
           02  S3I                   PIC  X(1).
           02  C3L                   COMP PIC  S9(4).
           02  C3F                   PIC  X.
           02  FILLER REDEFINES C3F.
               03  C3A               PIC  X.
           02  C3I                   PIC  X(75).
           02  S4L                   COMP PIC  S9(4).
           02  S4F                   PIC  X.
           02  FILLER REDEFINES S4F.
               03  S4A               PIC  X.
           02  S4I                   PIC  X(1).
           02  C4L                   COMP PIC  S9(4).
           02  C4F                   PIC  X.
           02  FILLER REDEFINES C4F.
               03  C4A               PIC  X.
           02  C4I                   PIC  X(75).
           02  S5L                   COMP PIC  S9(4).
           02  S5F                   PIC  X.
           02  FILLER REDEFINES S5F.
               03  S5A               PIC  X.
           02  S5I                   PIC  X(1).
           02  C5L                   COMP PIC  S9(4).
           02  C5F                   PIC  X.
           02  FILLER REDEFINES C5F.
               03  C5A               PIC  X.
           02  C5I                   PIC  X(75).
           02  S6L                   COMP PIC  S9(4).
           02  S6F                   PIC  X.
           02  FILLER REDEFINES S6F.
               03  S6A               PIC  X.
           02  S6I                   PIC  X(1).
           02  C6L                   COMP PIC  S9(4).
           02  C6F                   PIC  X.
           02  FILLER REDEFINES C6F.
               03  C6A               PIC  X.
           02  C6I                   PIC  X(75).
           02  S7L                   COMP PIC  S9(4).
           02  S7F                   PIC  X.
           02  FILLER REDEFINES S7F.
               03  S7A               PIC  X.
           02  S7I                   PIC  X(1).
           02  C7L                   COMP PIC  S9(4).
           02  C7F                   PIC  X.
           02  FILLER REDEFINES C7F.
               03  C7A               PIC  X.
           02  C7I                   PIC  X(75).
           02  S8L                   COMP PIC  S9(4).
           02  S8F                   PIC  X.
           02  FILLER REDEFINES S8F.
               03  S8A               PIC  X.
           02  S8I                   PIC  X(1).
           02  C8L                   COMP PIC  S9(4).
           02  C8F                   PIC  X.
           02  FILLER REDEFINES C8F.
               03  C8A               PIC  X.
           02  C8I                   PIC  X(75).
           02  DMSGL                 COMP PIC  S9(4).
           02  DMSGF                 PIC  X.
           02  FILLER REDEFINES DMSGF.
               03  DMSGA             PIC  X.
           02  DMSGI                 PIC  X(77).
       01  TLMM000CO REDEFINES TLMM000CI.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  DNOMO                 PIC  X(35).
           02  FILLER                PIC  X(3).
           02  DCPO                  PIC  X(5).
           02  FILLER                PIC  X(3).
           02  DSRTO                 PIC  X(14).
           02  FILLER                PIC  X(3).
           02  DTELO                 PIC  X(10).
           02  FILLER                PIC  X(3).
           02  S1O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C1O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S2O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C2O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S3O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C3O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S4O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C4O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S5O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C5O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S6O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C6O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S7O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C7O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  S8O                   PIC  X(1).
           02  FILLER                PIC  X(3).
           02  C8O                   PIC  X(75).
           02  FILLER                PIC  X(3).
           02  DMSGO                 PIC  X(77).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
