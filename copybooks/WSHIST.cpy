      * WSHIST - HOST VARIABLES FOR READING X_HIST ROWS BACK OUT      *
      * (RING/PACK_RETAIL AUDIT TRAIL).  WSAUDIT CARRIES THE AUD-     *
      * FIELDS USED TO WRITE X_HIST; THESE ARE THE FETCH TARGETS FOR  *
      * THE JOBS THAT CONSUME IT (PRICE-RUN BACKOUT, RETENTION) AND   *
      * FOR THE ONLINE HISTORY INQUIRY.  X_HIST_ARCH, THE INQUIRY-    *
      * ONLY COPY OF PURGED ROWS, CARRIES THE SAME COLUMNS.           *
      ******************************************************************
       01  WS-HIST-HOST-FIELDS.
           05  HIST-ROG                PIC X(03).
           05  HIST-OLD-RING           PIC S9(5)V99  COMP-3.
           05  HIST-NEW-RING           PIC S9(5)V99  COMP-3.
           05  HIST-GROSS-RING         PIC S9(5)V99  COMP-3.
           05  HIST-OLD-RING-QTY       PIC S9(4)     COMP.
           05  HIST-NEW-RING-QTY       PIC S9(4)     COMP.
           05  HIST-OLD-PACK-RETAIL    PIC S9(5)V99  COMP-3.
           05  HIST-NEW-PACK-RETAIL    PIC S9(5)V99  COMP-3.
           05  HIST-CHANGE-TIMESTAMP   PIC X(26).
           05  HIST-JOB-ID             PIC X(08).
           05  HIST-USER-ID            PIC X(08).
           05  HIST-CHECKER-ID         PIC X(08).
      *    ON A TBXBKOUT REVERSAL ROW, THE JOB_ID AND CHANGE_TIMESTAMP
      *    OF THE X_HIST ROW IT REVERSED.  SPACES AND NULL ELSEWHERE.
           05  HIST-REV-JOB-ID         PIC X(08).
           05  HIST-REV-CHANGE-TS      PIC X(26).
           05  HIST-REV-TS-IND         PIC S9(4)     COMP.
