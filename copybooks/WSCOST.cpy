      ******************************************************************
      * WSCOST - HOST VARIABLES FOR ITEM_COST (VENDOR UNIT COST PER    *
      * ROG/CORP_ITEM_CD, ONE ROW PER COST EFFECTIVE DATE -- THE COST  *
      * IN FORCE IS THE LATEST ROW EFFECTIVE ON OR BEFORE TODAY).      *
      * LOADED NIGHTLY BY TBXCOSTL FROM PURCHASING'S COST FILE; READ   *
      * BY THE LOW-MARGIN EDIT IN TESTDB2, TBXRELSE, TBXONLN AND       *
      * TBXNEWIT AND BY THE WEEKLY TBXMARGN MARGIN EXCEPTION REPORT.   *
      ******************************************************************
       01  WS-COST-HOST-FIELDS.
           05  COST-ROG                PIC X(03).
           05  COST-CORP-ITEM-CD       PIC 9(09).
           05  COST-EFF-DATE           PIC X(10).
           05  COST-UNIT-COST          PIC S9(5)V99  COMP-3.

      ******************************************************************
      * MARGIN WORK AREA.  (RING - UNIT COST) * 100 / RING, SIZED SO A *
      * ONE-CENT RING AGAINST THE LARGEST COST STILL FITS.             *
      ******************************************************************
       01  WS-COST-WORK-FIELDS.
           05  WS-COST-FOUND-SW        PIC X VALUE 'N'.
               88  WS-COST-FOUND           VALUE 'Y'.
           05  WS-MARGIN-PCT           PIC S9(9)V99  COMP-3 VALUE ZERO.
