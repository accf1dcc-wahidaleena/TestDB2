           05  X-PRT-SIGN-IND          PIC X(01).
           05  X-ITEM-SELECTION        PIC X(02).
           05  X-RING                  PIC S9(5)V99  COMP-3.
      *    RING_QTY IS THE PRICE MULTIPLE: RING BUYS RING_QTY UNITS
      *    ("2 FOR $5" IS RING 5.00, RING_QTY 2).  1 FOR A SINGLE-UNIT
      *    RING.  THE RANGE, SWING AND MARGIN EDITS WORK ON THE
      *    PER-UNIT EQUIVALENT, RING / RING_QTY.
           05  X-RING-QTY              PIC S9(4)     COMP.
           05  X-RETAIL-SECT           PIC X(02).
           05  X-RING-TYPE             PIC S9(5)V99  COMP-3.
      *    RING_QTY OF THE CURRENT RING FETCHED INTO X-RING-TYPE.
           05  X-CUR-RING-QTY          PIC S9(4)     COMP.
           05  X-STATUS-RUPC           PIC X(01).
           05  X-LAST-UPDATE-DT        PIC X(10).
