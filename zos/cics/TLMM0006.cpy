           02  FILLER REDEFINES NOTEF.
               03  NOTEA             PIC  X.
           02  NOTEI                 PIC  X(78).
           02  QBUL                  COMP PIC  S9(4).
           02  QBUF                  PIC  X.
           02  FILLER REDEFINES QBUF.
               03  QBUA              PIC  X.
           02  QBUI                  PIC  X(1).
           02  QDEL                  COMP PIC  S9(4).
           02  QDEF                  PIC  X.
           02  FILLER REDEFINES QDEF.
               03  QDEA              PIC  X.
           02  QDEI                  PIC  X(1).
           02  QBEL                  COMP PIC  S9(4).
           02  QBEF                  PIC  X.
           02  FILLER REDEFINES QBEF.
               03  QBEA              PIC  X.
           02  QBEI                  PIC  X(1).
           02  QDLL                  COMP PIC  S9(4).
           02  QDLF                  PIC  X.
           02  FILLER REDEFINES QDLF.
               03  QDLA              PIC  X.
           02  QDLI                  PIC  X(1).
           02  MSGL                  COMP PIC  S9(4).
           02  MSGF                  PIC  X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                PIC  X(3).
           02  NOTEO                 PIC  X(78).
           02  FILLER                PIC  X(3).
           02  QBUO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QDEO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QBEO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QDLO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
      *
      *****************************************************************
