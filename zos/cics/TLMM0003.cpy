           02  FILLER REDEFINES H6F.
               03  H6A               PIC  X.
           02  H6I                   PIC  X(77).
           02  ROLL                  COMP PIC  S9(4).
           02  ROLF                  PIC  X.
           02  FILLER REDEFINES ROLF.
               03  ROLA              PIC  X.
           02  ROLI                  PIC  X(77).
      *
       01  TLMM0003O REDEFINES TLMM0003I.
           02  FILLER                PIC  X(12).
           02  H5O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  H6O                   PIC  X(77).
           02  FILLER                PIC  X(3).
           02  ROLO                  PIC  X(77).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
