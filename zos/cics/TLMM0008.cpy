      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 8 (ECRAN8)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM0008 (voir TLMM0008.bms).
      * Deux vues sur la meme TIOA : TLMM0008I pour le RECEIVE MAP,
      * TLMM0008O pour le SEND MAP.
      *****************************************************************
       01  TLMM0008I.
           02  FILLER                PIC  X(12).
           02  PROL                  COMP PIC  S9(4).
           02  PROF                  PIC  X.
           02  FILLER REDEFINES PROF.
               03  PROA              PIC  X.
           02  PROI                  PIC  X(6).
           02  NOML                  COMP PIC  S9(4).
           02  NOMF                  PIC  X.
           02  FILLER REDEFINES NOMF.
               03  NOMA              PIC  X.
           02  NOMI                  PIC  X(35).
           02  AFFL                  COMP PIC  S9(4).
           02  AFFF                  PIC  X.
           02  FILLER REDEFINES AFFF.
               03  AFFA              PIC  X.
           02  AFFI                  PIC  X(6).
           02  LIBL                  COMP PIC  S9(4).
           02  LIBF                  PIC  X.
           02  FILLER REDEFINES LIBF.
               03  LIBA              PIC  X.
           02  LIBI                  PIC  X(40).
           02  LIGL                  COMP PIC  S9(4).
           02  LIGF                  PIC  X.
           02  FILLER REDEFINES LIGF.
               03  LIGA              PIC  X.
           02  LIGI                  PIC  X(10).
           02  MNTL                  COMP PIC  S9(4).
           02  MNTF                  PIC  X.
           02  FILLER REDEFINES MNTF.
               03  MNTA              PIC  X.
           02  MNTI                  PIC  X(12).
           02  DTCL                  COMP PIC  S9(4).
           02  DTCF                  PIC  X.
           02  FILLER REDEFINES DTCF.
               03  DTCA              PIC  X.
           02  DTCI                  PIC  X(8).
           02  DEVL                  COMP PIC  S9(4).
           02  DEVF                  PIC  X.
           02  FILLER REDEFINES DEVF.
               03  DEVA              PIC  X.
           02  DEVI                  PIC  X(3).
           02  ISSL                  COMP PIC  S9(4).
           02  ISSF                  PIC  X.
           02  FILLER REDEFINES ISSF.
               03  ISSA              PIC  X.
           02  ISSI                  PIC  X(1).
           02  MSIL                  COMP PIC  S9(4).
           02  MSIF                  PIC  X.
           02  FILLER REDEFINES MSIF.
               03  MSIA              PIC  X.
           02  MSII                  PIC  X(12).
           02  DTSL                  COMP PIC  S9(4).
           02  DTSF                  PIC  X.
           02  FILLER REDEFINES DTSF.
               03  DTSA              PIC  X.
           02  DTSI                  PIC  X(8).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
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
      *
       01  TLMM0008O REDEFINES TLMM0008I.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  PROO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  NOMO                  PIC  X(35).
           02  FILLER                PIC  X(3).
           02  AFFO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  LIBO                  PIC  X(40).
           02  FILLER                PIC  X(3).
           02  LIGO                  PIC  X(10).
           02  FILLER                PIC  X(3).
           02  MNTO                  PIC  X(12).
           02  FILLER                PIC  X(3).
           02  DTCO                  PIC  X(8).
           02  FILLER                PIC  X(3).
           02  DEVO                  PIC  X(3).
           02  FILLER                PIC  X(3).
           02  ISSO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  MSIO                  PIC  X(12).
           02  FILLER                PIC  X(3).
           02  DTSO                  PIC  X(8).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
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
