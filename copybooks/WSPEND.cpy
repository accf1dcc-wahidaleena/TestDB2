           05  PND-PRT-SIGN-IND        PIC X(01).
           05  PND-ITEM-SELECTION      PIC X(02).
           05  PND-RING                PIC S9(5)V99  COMP-3.
           05  PND-RING-QTY            PIC S9(4)     COMP.
           05  PND-EFF-DATE            PIC X(10).
           05  PND-ADD-TIMESTAMP       PIC X(26).
           05  PND-JOB-ID              PIC X(08).
