      ******************************************************************
      * WSSECT - HOST VARIABLES FOR SECT_REF (RETAIL-SECTION           *
      * REFERENCE MASTER: DESCRIPTION, ALLOWED RING/PACK_RETAIL        *
      * PRICE RANGES AND MINIMUM GROSS-MARGIN PERCENT PER              *
      * RETAIL_SECT).  MAINTAINED BY TBXSECTM FROM MERCHANDISING'S     *
      * SECTION FILE; READ BY THE RING/PACK-VS-SECTION RANGE EDIT AND  *
      * THE LOW-MARGIN EDIT IN TESTDB2, TBXRELSE, TBXONLN AND          *
      * TBXNEWIT.  A MINIMUM MARGIN OF ZERO MEANS THE SECTION HAS NO   *
      * MARGIN FLOOR.                                                  *
      ******************************************************************
       01  WS-SECT-HOST-FIELDS.
           05  SECT-RETAIL-SECT        PIC X(02).
           05  SECT-MAX-RING           PIC S9(5)V99  COMP-3.
           05  SECT-MIN-PACK-RETAIL    PIC S9(5)V99  COMP-3.
           05  SECT-MAX-PACK-RETAIL    PIC S9(5)V99  COMP-3.
           05  SECT-MIN-MARGIN-PCT     PIC S9(3)V99  COMP-3.

      ******************************************************************
      * PER-UNIT RING WORK AREA.  A MULTI-QUANTITY RING ("2 FOR $5")   *
      * IS EDITED AGAINST THE SECTION RANGE, THE PRIOR RING AND THE    *
      * COST AS RING / RING_QTY, SO "2 FOR $5" IS TESTED AS 2.50.      *
      ******************************************************************
       01  WS-UNIT-RING-FIELDS.
           05  WS-UNIT-RING            PIC S9(5)V99  COMP-3.
           05  WS-UNIT-CUR-RING        PIC S9(5)V99  COMP-3.

       01  WS-SECT-SWITCHES.
           05  WS-SECT-REF-FOUND-SW    PIC X VALUE 'N'.
