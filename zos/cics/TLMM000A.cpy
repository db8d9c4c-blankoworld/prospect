      *****************************************************************
      *     M A P  S Y M B O L I Q U E  -  T L M M 0 0 0 A (ECRANA)   *
      *     -------------------------------------------------------    *
      *****************************************************************
      * Genere a partir du mapset BMS TLMM000A (voir TLMM000A.bms).
      * Deux vues sur la meme TIOA : TLMM000AI pour le RECEIVE MAP,
      * TLMM000AO pour le SEND MAP.
      *****************************************************************
       01  TLMM000AI.
           02  FILLER                PIC  X(12).
           02  CLEL                  COMP PIC  S9(4).
           02  CLEF                  PIC  X.
           02  FILLER REDEFINES CLEF.
               03  CLEA              PIC  X.
           02  CLEI                  PIC  X(7).
           02  STATUTL               COMP PIC  S9(4).
           02  STATUTF               PIC  X.
           02  FILLER REDEFINES STATUTF.
               03  STATUTA           PIC  X.
           02  STATUTI               PIC  X(10).
           02  LISTEL                COMP PIC  S9(4).
           02  LISTEF                PIC  X.
           02  FILLER REDEFINES LISTEF.
               03  LISTEA            PIC  X.
           02  LISTEI                PIC  X(2).
           02  SANREFL               COMP PIC  S9(4).
           02  SANREFF               PIC  X.
           02  FILLER REDEFINES SANREFF.
               03  SANREFA           PIC  X.
           02  SANREFI               PIC  X(10).
           02  PROIDL                COMP PIC  S9(4).
           02  PROIDF                PIC  X.
           02  FILLER REDEFINES PROIDF.
               03  PROIDA            PIC  X.
           02  PROIDI                PIC  X(6).
           02  PRONOML               COMP PIC  S9(4).
           02  PRONOMF               PIC  X.
           02  FILLER REDEFINES PRONOMF.
               03  PRONOMA           PIC  X.
           02  PRONOMI               PIC  X(35).
           02  STADEL                COMP PIC  S9(4).
           02  STADEF                PIC  X.
           02  FILLER REDEFINES STADEF.
               03  STADEA            PIC  X.
           02  STADEI                PIC  X(1).
           02  OBJTYPL               COMP PIC  S9(4).
           02  OBJTYPF               PIC  X.
           02  FILLER REDEFINES OBJTYPF.
               03  OBJTYPA           PIC  X.
           02  OBJTYPI               PIC  X(8).
           02  OBJIDL                COMP PIC  S9(4).
           02  OBJIDF                PIC  X.
           02  FILLER REDEFINES OBJIDF.
               03  OBJIDA            PIC  X.
           02  OBJIDI                PIC  X(6).
           02  CORRESL               COMP PIC  S9(4).
           02  CORRESF               PIC  X.
           02  FILLER REDEFINES CORRESF.
               03  CORRESA           PIC  X.
           02  CORRESI               PIC  X(10).
           02  VALEURL               COMP PIC  S9(4).
           02  VALEURF               PIC  X.
           02  FILLER REDEFINES VALEURF.
               03  VALEURA           PIC  X.
           02  VALEURI               PIC  X(60).
           02  SANNOML               COMP PIC  S9(4).
           02  SANNOMF               PIC  X.
           02  FILLER REDEFINES SANNOMF.
               03  SANNOMA           PIC  X.
           02  SANNOMI               PIC  X(60).
           02  DTDETL                COMP PIC  S9(4).
           02  DTDETF                PIC  X.
           02  FILLER REDEFINES DTDETF.
               03  DTDETA            PIC  X.
           02  DTDETI                PIC  X(19).
           02  DTDECL                COMP PIC  S9(4).
           02  DTDECF                PIC  X.
           02  FILLER REDEFINES DTDECF.
               03  DTDECA            PIC  X.
           02  DTDECI                PIC  X(19).
           02  ANALYSL               COMP PIC  S9(4).
           02  ANALYSF               PIC  X.
           02  FILLER REDEFINES ANALYSF.
               03  ANALYSA           PIC  X.
           02  ANALYSI               PIC  X(8).
           02  MOTIFL                COMP PIC  S9(4).
           02  MOTIFF                PIC  X.
           02  FILLER REDEFINES MOTIFF.
               03  MOTIFA            PIC  X.
           02  MOTIFI                PIC  X(40).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
       01  TLMM000AO REDEFINES TLMM000AI.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  CLEO                  PIC  X(7).
           02  FILLER                PIC  X(3).
           02  STATUTO               PIC  X(10).
           02  FILLER                PIC  X(3).
           02  LISTEO                PIC  X(2).
           02  FILLER                PIC  X(3).
           02  SANREFO               PIC  X(10).
           02  FILLER                PIC  X(3).
           02  PROIDO                PIC  X(6).
           02  FILLER                PIC  X(3).
           02  PRONOMO               PIC  X(35).
           02  FILLER                PIC  X(3).
           02  STADEO                PIC  X(1).
           02  FILLER                PIC  X(3).
           02  OBJTYPO               PIC  X(8).
           02  FILLER                PIC  X(3).
           02  OBJIDO                PIC  X(6).
           02  FILLER                PIC  X(3).
           02  CORRESO               PIC  X(10).
           02  FILLER                PIC  X(3).
           02  VALEURO               PIC  X(60).
           02  FILLER                PIC  X(3).
           02  SANNOMO               PIC  X(60).
           02  FILLER                PIC  X(3).
           02  DTDETO                PIC  X(19).
           02  FILLER                PIC  X(3).
           02  DTDECO                PIC  X(19).
           02  FILLER                PIC  X(3).
           02  ANALYSO               PIC  X(8).
           02  FILLER                PIC  X(3).
           02  MOTIFO                PIC  X(40).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
