      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 9 (ECRAN9)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM0009 (voir TLMM0009.bms).
      * Deux vues sur la meme TIOA : TLMM0009I pour le RECEIVE MAP,
      * TLMM0009O pour le SEND MAP.
      *****************************************************************
       01  TLMM0009I.
           02  FILLER                PIC  X(12).
           02  COML                  COMP PIC  S9(4).
           02  COMF                  PIC  X.
           02  FILLER REDEFINES COMF.
               03  COMA              PIC  X.
           02  COMI                  PIC  X(4).
           02  JOUL                  COMP PIC  S9(4).
           02  JOUF                  PIC  X.
           02  FILLER REDEFINES JOUF.
               03  JOUA              PIC  X.
           02  JOUI                  PIC  X(8).
           02  RDVL                  COMP PIC  S9(4).
           02  RDVF                  PIC  X.
           02  FILLER REDEFINES RDVF.
               03  RDVA              PIC  X.
           02  RDVI                  PIC  X(6).
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
           02  CONL                  COMP PIC  S9(4).
           02  CONF                  PIC  X.
           02  FILLER REDEFINES CONF.
               03  CONA              PIC  X.
           02  CONI                  PIC  X(6).
           02  HDEL                  COMP PIC  S9(4).
           02  HDEF                  PIC  X.
           02  FILLER REDEFINES HDEF.
               03  HDEA              PIC  X.
           02  HDEI                  PIC  X(4).
           02  HFIL                  COMP PIC  S9(4).
           02  HFIF                  PIC  X.
           02  FILLER REDEFINES HFIF.
               03  HFIA              PIC  X.
           02  HFII                  PIC  X(4).
           02  LIEUL                 COMP PIC  S9(4).
           02  LIEUF                 PIC  X.
           02  FILLER REDEFINES LIEUF.
               03  LIEUA             PIC  X.
           02  LIEUI                 PIC  X(40).
           02  STAL                  COMP PIC  S9(4).
           02  STAF                  PIC  X.
           02  FILLER REDEFINES STAF.
               03  STAA              PIC  X.
           02  STAI                  PIC  X(1).
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
       01  TLMM0009O REDEFINES TLMM0009I.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  COMO                  PIC  X(4).
           02  FILLER                PIC  X(3).
           02  JOUO                  PIC  X(8).
           02  FILLER                PIC  X(3).
           02  RDVO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  PROO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  NOMO                  PIC  X(35).
           02  FILLER                PIC  X(3).
           02  CONO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  HDEO                  PIC  X(4).
           02  FILLER                PIC  X(3).
           02  HFIO                  PIC  X(4).
           02  FILLER                PIC  X(3).
           02  LIEUO                 PIC  X(40).
           02  FILLER                PIC  X(3).
           02  STAO                  PIC  X(1).
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
