      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 B (ECRANB)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM000B (voir TLMM000B.bms).
      * Deux vues sur la meme TIOA : TLMM000BI pour le RECEIVE MAP,
      * TLMM000BO pour le SEND MAP.
      *****************************************************************
       01  TLMM000BI.
           02  FILLER                PIC  X(12).
           02  IDL                   COMP PIC  S9(4).
           02  IDF                   PIC  X.
           02  FILLER REDEFINES IDF.
               03  IDA               PIC  X.
           02  IDI                   PIC  X(6).
           02  PRONOML               COMP PIC  S9(4).
           02  PRONOMF               PIC  X.
           02  FILLER REDEFINES PRONOMF.
               03  PRONOMA           PIC  X.
           02  PRONOMI               PIC  X(35).
           02  PAGEL                 COMP PIC  S9(4).
           02  PAGEF                 PIC  X.
           02  FILLER REDEFINES PAGEF.
               03  PAGEA             PIC  X.
           02  PAGEI                 PIC  X(19).
           02  L1L                   COMP PIC  S9(4).
           02  L1F                   PIC  X.
           02  FILLER REDEFINES L1F.
               03  L1A               PIC  X.
           02  L1I                   PIC  X(77).
           02  L2L                   COMP PIC  S9(4).
           02  L2F                   PIC  X.
           02  FILLER REDEFINES L2F.
               03  L2A               PIC  X.
           02  L2I                   PIC  X(77).
           02  L3L                   COMP PIC  S9(4).
           02  L3F                   PIC  X.
           02  FILLER REDEFINES L3F.
               03  L3A               PIC  X.
           02  L3I                   PIC  X(77).
           02  L4L                   COMP PIC  S9(4).
           02  L4F                   PIC  X.
           02  FILLER REDEFINES L4F.
               03  L4A               PIC  X.
           02  L4I                   PIC  X(77).
           02  L5L                   COMP PIC  S9(4).
           02  L5F                   PIC  X.
           02  FILLER REDEFINES L5F.
               03  L5A               PIC  X.
           02  L5I                   PIC  X(77).
           02  L6L                   COMP PIC  S9(4).
           02  L6F                   PIC  X.
           02  FILLER REDEFINES L6F.
               03  L6A               PIC  X.
           02  L6I                   PIC  X(77).
           02  L7L                   COMP PIC  S9(4).
           02  L7F                   PIC  X.
           02  FILLER REDEFINES L7F.
               03  L7A               PIC  X.
           02  L7I                   PIC  X(77).
           02  L8L                   COMP PIC  S9(4).
           02  L8F                   PIC  X.
           02  FILLER REDEFINES L8F.
               03  L8A               PIC  X.
           02  L8I                   PIC  X(77).
           02  L9L                   COMP PIC  S9(4).
           02  L9F                   PIC  X.
           02  FILLER REDEFINES L9F.
               03  L9A               PIC  X.
           02  L9I                   PIC  X(77).
           02  L10L                  COMP PIC  S9(4).
           02  L10F                  PIC  X.
           02  FILLER REDEFINES L10F.
               03  L10A              PIC  X.
           02  L10I                  PIC  X(77).
           02  L11L                  COMP PIC  S9(4).
           02  L11F                  PIC  X.
           02  FILLER REDEFINES L11F.
               03  L11A              PIC  X.
           02  L11I                  PIC  X(77).
           02  L12L                  COMP PIC  S9(4).
           02  L12F                  PIC  X.
           02  FILLER REDEFINES L12F.
               03  L12A              PIC  X.
           02  L12I                  PIC  X(77).
           02  L13L                  COMP PIC  S9(4).
           02  L13F                  PIC  X.
           02  FILLER REDEFINES L13F.
               03  L13A              PIC  X.
           02  L13I                  PIC  X(77).
           02  L14L                  COMP PIC  S9(4).
           02  L14F                  PIC  X.
           02  FILLER REDEFINES L14F.
               03  L14A              PIC  X.
           02  L14I                  PIC  X(77).
           02  L15L                  COMP PIC  S9(4).
           02  L15F                  PIC  X.
           02  FILLER REDEFINES L15F.
               03  L15A              PIC  X.
           02  L15I                  PIC  X(77).
           02  L16L                  COMP PIC  S9(4).
           02  L16F                  PIC  X.
           02  FILLER REDEFINES L16F.
               03  L16A              PIC  X.
           02  L16I                  PIC  X(77).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
      *
       01  TLMM000BO REDEFINES TLMM000BI.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  IDO                   PIC  X(6).
           02  FILLER                PIC  X(3).
           02  PRONOMO               PIC  X(35).
           02  FILLER                PIC  X(3).
           02  PAGEO                 PIC  X(19).
           02  FILLER                PIC  X(3).
           02  L1O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L2O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L3O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L4O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L5O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L6O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L7O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L8O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L9O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L10O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L11O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L12O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L13O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L14O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L15O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L16O                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
      *****************************************************************
