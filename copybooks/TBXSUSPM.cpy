           05  FILLER REDEFINES RINGDF.
               10  RINGDA              PIC X.
           05  RINGDI                  PIC 9(5)V99.
           05  RQTYDL                  PIC S9(4) COMP.
           05  RQTYDF                  PIC X.
           05  FILLER REDEFINES RQTYDF.
               10  RQTYDA              PIC X.
           05  RQTYDI                  PIC X(02).
           05  EFFDDL                  PIC S9(4) COMP.
           05  EFFDDF                  PIC X.
           05  FILLER REDEFINES EFFDDF.
           05  FILLER                  PIC X(03).
           05  RINGDO                  PIC 9(5)V99.
           05  FILLER                  PIC X(03).
           05  RQTYDO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  EFFDDO                  PIC 9(08).
           05  FILLER                  PIC X(03).
           05  DMSGO                   PIC X(40).
