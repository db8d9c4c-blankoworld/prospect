           02  FILLER REDEFINES CHXF.
               03  CHXA              PIC  X.
           02  CHXI                  PIC  X(6).
           02  REFL                  COMP PIC  S9(4).
           02  REFF                  PIC  X.
           02  FILLER REDEFINES REFF.
               03  REFA              PIC  X.
           02  REFI                  PIC  X(6).
           02  RAYL                  COMP PIC  S9(4).
           02  RAYF                  PIC  X.
           02  FILLER REDEFINES RAYF.
               03  RAYA              PIC  X.
           02  RAYI                  PIC  X(3).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                PIC  X(3).
           02  CHXO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  REFO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  RAYO                  PIC  X(3).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  L1O                   PIC  X(77).
