      ******************************************************************
      * WSSCAN - HOST VARIABLES FOR SCAN_AUDIT_DAY (SHELF-SCAN PRICE   *
      * ACCURACY HISTORY).  ONE ROW PER ROG PER SCAN DATE, WRITTEN BY  *
      * THE TBXSCANA SHELF-SCAN AUDIT FROM THE STORES' HANDHELD SCAN   *
      * UPLOAD AND READ BACK BY THE SAME JOB FOR THE WEEK-OVER-WEEK    *
      * PERCENT-ACCURATE TREND THE DISTRICT MANAGERS GET.  A RERUN OF  *
      * THE SAME UPLOAD REPLACES THE ROG/DATE ROW RATHER THAN ADDING   *
      * TO IT, SO THE TREND NEVER DOUBLE-COUNTS A STORE'S SCANS.       *
      ******************************************************************
       01  WS-SCAN-HOST-FIELDS.
           05  SCN-ROG                 PIC X(03).
           05  SCN-SCAN-DATE           PIC X(10).
      *    SCANS THAT RESOLVED TO AN X ROW -- THE ACCURACY BASE.
           05  SCN-SCAN-CT             PIC S9(9)     COMP.
      *    TAG AND REGISTER BOTH MATCHED THE RING IN FORCE.
           05  SCN-ACCURATE-CT         PIC S9(9)     COMP.
           05  SCN-TAG-OK-CT           PIC S9(9)     COMP.
           05  SCN-REG-OK-CT           PIC S9(9)     COMP.
           05  SCN-STALE-TAG-CT        PIC S9(9)     COMP.
           05  SCN-TAG-MISS-CT         PIC S9(9)     COMP.
           05  SCN-REG-NOT-UPD-CT      PIC S9(9)     COMP.
           05  SCN-REG-MISS-CT         PIC S9(9)     COMP.
      *    SCANNED UPC NOT ON X FOR THE ROG (NOT IN THE BASE).
           05  SCN-NO-ITEM-CT          PIC S9(9)     COMP.
           05  SCN-LOAD-TIMESTAMP      PIC X(26).
