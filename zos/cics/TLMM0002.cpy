           02  FILLER REDEFINES MOTF.
               03  MOTA              PIC  X.
           02  MOTI                  PIC  X(2).
           02  SRTL                  COMP PIC  S9(4).
           02  SRTF                  PIC  X.
           02  FILLER REDEFINES SRTF.
               03  SRTA              PIC  X.
           02  SRTI                  PIC  X(14).
           02  COML                  COMP PIC  S9(4).
           02  COMF                  PIC  X.
           02  FILLER REDEFINES COMF.
               03  COMA              PIC  X.
           02  COMI                  PIC  X(4).
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
           02  PRENOML               COMP PIC  S9(4).
           02  PRENOMF               PIC  X.
           02  FILLER REDEFINES PRENOMF.
           02  FILLER REDEFINES MSGF.
               03  MSGA              PIC  X.
           02  MSGI                  PIC  X(77).
           02  CNCL                  COMP PIC  S9(4).
           02  CNCF                  PIC  X.
           02  FILLER REDEFINES CNCF.
               03  CNCA              PIC  X.
           02  CNCI                  PIC  X(30).
           02  LIGL                  COMP PIC  S9(4).
           02  LIGF                  PIC  X.
           02  FILLER REDEFINES LIGF.
               03  LIGA              PIC  X.
           02  LIGI                  PIC  X(10).
           02  DTFL                  COMP PIC  S9(4).
           02  DTFF                  PIC  X.
           02  FILLER REDEFINES DTFF.
               03  DTFA              PIC  X.
           02  DTFI                  PIC  X(8).
           02  DTAL                  COMP PIC  S9(4).
           02  DTAF                  PIC  X.
           02  FILLER REDEFINES DTAF.
               03  DTAA              PIC  X.
           02  DTAI                  PIC  X(8).
           02  MTAL                  COMP PIC  S9(4).
           02  MTAF                  PIC  X.
           02  FILLER REDEFINES MTAF.
               03  MTAA              PIC  X.
           02  MTAI                  PIC  X(30).
      *
       01  TLMM0002O REDEFINES TLMM0002I.
           02  FILLER                PIC  X(12).
           02  FILLER                PIC  X(3).
           02  MOTO                  PIC  X(2).
           02  FILLER                PIC  X(3).
           02  SRTO                  PIC  X(14).
           02  FILLER                PIC  X(3).
           02  COMO                  PIC  X(4).
           02  FILLER                PIC  X(3).
           02  QBUO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QDEO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QBEO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  QDLO                  PIC  X(1).
           02  FILLER                PIC  X(3).
           02  PRENOMO               PIC  X(35).
           02  FILLER                PIC  X(3).
           02  TELO                  PIC  X(10).
           02  MUTO                  PIC  X(6).
           02  FILLER                PIC  X(3).
           02  MSGO                  PIC  X(77).
           02  FILLER                PIC  X(3).
           02  CNCO                  PIC  X(30).
           02  FILLER                PIC  X(3).
           02  LIGO                  PIC  X(10).
           02  FILLER                PIC  X(3).
           02  DTFO                  PIC  X(8).
           02  FILLER                PIC  X(3).
           02  DTAO                  PIC  X(8).
           02  FILLER                PIC  X(3).
           02  MTAO                  PIC  X(30).
      *
      *****************************************************************
      *                     F I N   D E   C O P Y                     *
