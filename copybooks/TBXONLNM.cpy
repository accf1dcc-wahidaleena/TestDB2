      ******************************************************************
      * TBXONLNM - SYMBOLIC MAP FOR THE TBXONLN ONLINE INQUIRY/        *
      * MAINTENANCE TRANSACTION.  FOUR MAPS IN ONE MAPSET: TBXKEY      *
      * (KEY ENTRY/INQUIRY), TBXMNT (MAINTAINABLE FIELDS), TBXBRW      *
      * (SCROLLABLE BROWSE LIST WITH SELECT-TO-MAINTAIN) AND TBXAPV    *
      * (TWO-PERSON APPROVAL OF A QUEUED PRICE CHANGE).  HAND-CODED    *
      * TO THE STANDARD DFHMSD/BMS SYMBOLIC-MAP LAYOUT; THE BROWSE     *
      * LIST LINES USE THE SUBSCRIPTED GROUP LAYOUT BMS GENERATES FOR  *
      * AN OCCURS MAP FIELD.                                           *
           05  FILLER REDEFINES RINGF.
               10  RINGA               PIC X.
           05  RINGI                   PIC 9(5)V99.
           05  RQTYL                   PIC S9(4) COMP.
           05  RQTYF                   PIC X.
           05  FILLER REDEFINES RQTYF.
               10  RQTYA               PIC X.
           05  RQTYI                   PIC 9(02).
           05  RETSECTML               PIC S9(4) COMP.
           05  RETSECTMF               PIC X.
           05  FILLER REDEFINES RETSECTMF.
           05  FILLER                  PIC X(03).
           05  RINGO                   PIC 9(5)V99.
           05  FILLER                  PIC X(03).
           05  RQTYO                   PIC 9(02).
           05  FILLER                  PIC X(03).
           05  RETSECTMO               PIC X(02).
           05  FILLER                  PIC X(03).
           05  STATRUPCMO              PIC X(01).
               10  LSTBO               PIC X(60).
           05  FILLER                  PIC X(03).
           05  BRWMSGO                 PIC X(40).

       01  TBXAPVI.
           05  FILLER                  PIC X(12).
           05  ROGPL                   PIC S9(4) COMP.
           05  ROGPF                   PIC X.
           05  FILLER REDEFINES ROGPF.
               10  ROGPA               PIC X.
           05  ROGPI                   PIC X(03).
           05  ITEMPL                  PIC S9(4) COMP.
           05  ITEMPF                  PIC X.
           05  FILLER REDEFINES ITEMPF.
               10  ITEMPA              PIC X.
           05  ITEMPI                  PIC 9(09).
           05  UPCMPL                  PIC S9(4) COMP.
           05  UPCMPF                  PIC X.
           05  FILLER REDEFINES UPCMPF.
               10  UPCMPA              PIC X.
           05  UPCMPI                  PIC 9(06).
           05  UPCSPL                  PIC S9(4) COMP.
           05  UPCSPF                  PIC X.
           05  FILLER REDEFINES UPCSPF.
               10  UPCSPA              PIC X.
           05  UPCSPI                  PIC 9(05).
           05  UNITPL                  PIC S9(4) COMP.
           05  UNITPF                  PIC X.
           05  FILLER REDEFINES UNITPF.
               10  UNITPA              PIC X.
           05  UNITPI                  PIC X(01).
           05  MAKERPL                 PIC S9(4) COMP.
           05  MAKERPF                 PIC X.
           05  FILLER REDEFINES MAKERPF.
               10  MAKERPA             PIC X.
           05  MAKERPI                 PIC X(08).
           05  REQTSPL                 PIC S9(4) COMP.
           05  REQTSPF                 PIC X.
           05  FILLER REDEFINES REQTSPF.
               10  REQTSPA             PIC X.
           05  REQTSPI                 PIC X(26).
           05  REASPL                  PIC S9(4) COMP.
           05  REASPF                  PIC X.
           05  FILLER REDEFINES REASPF.
               10  REASPA              PIC X.
           05  REASPI                  PIC X(10).
           05  CURLNPL                 PIC S9(4) COMP.
           05  CURLNPF                 PIC X.
           05  FILLER REDEFINES CURLNPF.
               10  CURLNPA             PIC X.
           05  CURLNPI                 PIC X(60).
           05  NEWLNPL                 PIC S9(4) COMP.
           05  NEWLNPF                 PIC X.
           05  FILLER REDEFINES NEWLNPF.
               10  NEWLNPA             PIC X.
           05  NEWLNPI                 PIC X(60).
           05  ACTPL                   PIC S9(4) COMP.
           05  ACTPF                   PIC X.
           05  FILLER REDEFINES ACTPF.
               10  ACTPA               PIC X.
           05  ACTPI                   PIC X(01).
           05  APVMSGPL                PIC S9(4) COMP.
           05  APVMSGPF                PIC X.
           05  FILLER REDEFINES APVMSGPF.
               10  APVMSGPA            PIC X.
           05  APVMSGPI                PIC X(40).

       01  TBXAPVO REDEFINES TBXAPVI.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ROGPO                   PIC X(03).
           05  FILLER                  PIC X(03).
           05  ITEMPO                  PIC 9(09).
           05  FILLER                  PIC X(03).
           05  UPCMPO                  PIC 9(06).
           05  FILLER                  PIC X(03).
           05  UPCSPO                  PIC 9(05).
           05  FILLER                  PIC X(03).
           05  UNITPO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  MAKERPO                 PIC X(08).
           05  FILLER                  PIC X(03).
           05  REQTSPO                 PIC X(26).
           05  FILLER                  PIC X(03).
           05  REASPO                  PIC X(10).
           05  FILLER                  PIC X(03).
           05  CURLNPO                 PIC X(60).
           05  FILLER                  PIC X(03).
           05  NEWLNPO                 PIC X(60).
           05  FILLER                  PIC X(03).
           05  ACTPO                   PIC X(01).
           05  FILLER                  PIC X(03).
           05  APVMSGPO                PIC X(40).
