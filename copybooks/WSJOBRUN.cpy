      ******************************************************************
      * WSJOBRUN - HOST VARIABLES FOR JOB_RUN_LOG (NIGHTLY BATCH       *
      * JOB-RUN LEDGER) AND JOB_PRED (WHICH JOBS MUST HAVE ENDED       *
      * NORMALLY BEFORE A JOB MAY START), PLUS THE OPTIONAL RUN CARD.  *
      * EVERY BATCH PROGRAM WRITES A START ROW ('S') WHEN IT BEGINS    *
      * AND AN END ROW ('E') WHEN IT FINISHES, BOTH KEYED BY JOB NAME  *
      * AND THE START TIMESTAMP, SO A RUN THAT NEVER WROTE ITS END ROW *
      * IS ONE THAT DIED IN FLIGHT.  END_STATUS: 'N' NORMAL (RETURN    *
      * CODE 4 OR LESS), 'A' ABNORMAL, 'G' REFUSED AT THE PREDECESSOR  *
      * GATE (RETURN CODE 12).  TBXRUNRP MAINTAINS JOB_PRED AND PRINTS *
      * THE MORNING RUN-STATUS REPORT FROM THE LEDGER.                 *
      ******************************************************************
       01  WS-JOBRUN-HOST-FIELDS.
           05  JRL-JOB-NAME            PIC X(08).
           05  JRL-RUN-TIMESTAMP       PIC X(26).
           05  JRL-ROW-TYPE            PIC X(01).
           05  JRL-BUS-DATE            PIC X(10).
           05  JRL-RESTART-SW          PIC X(01) VALUE 'N'.
           05  JRL-OVERRIDE-SW         PIC X(01) VALUE 'N'.
               88  JRL-OVERRIDE            VALUE 'Y'.
           05  JRL-OVERRIDE-USER       PIC X(08) VALUE SPACES.
           05  JRL-OVERRIDE-REASON     PIC X(40) VALUE SPACES.
           05  JRL-END-STATUS          PIC X(01).
           05  JRL-RETURN-CODE         PIC S9(4)     COMP.
      *    UP TO FOUR OF THE JOB'S OWN CONTROL COUNTS, LABELLED.
           05  JRL-COUNT-LBL-1         PIC X(16) VALUE SPACES.
           05  JRL-COUNT-1             PIC S9(9)     COMP VALUE ZERO.
           05  JRL-COUNT-LBL-2         PIC X(16) VALUE SPACES.
           05  JRL-COUNT-2             PIC S9(9)     COMP VALUE ZERO.
           05  JRL-COUNT-LBL-3         PIC X(16) VALUE SPACES.
           05  JRL-COUNT-3             PIC S9(9)     COMP VALUE ZERO.
           05  JRL-COUNT-LBL-4         PIC X(16) VALUE SPACES.
           05  JRL-COUNT-4             PIC S9(9)     COMP VALUE ZERO.
      *    PREDECESSORS NOT YET ENDED NORMALLY, AND THE FIRST BY NAME.
           05  JRL-MISSING-CT          PIC S9(9)     COMP VALUE ZERO.
           05  JRL-MISSING-JOB         PIC X(08) VALUE SPACES.

       01  WS-JOBRUN-WORK.
           05  JRL-RUNCARD-STATUS      PIC X(02) VALUE '00'.
      *    A RUN STARTING BEFORE THIS HOUR OF THE DAY BELONGS TO THE
      *    PREVIOUS BUSINESS DATE, SO THE WHOLE NIGHT'S CHAIN -- BEFORE
      *    AND AFTER MIDNIGHT -- LEDGERS UNDER ONE DATE.
           05  JRL-DAY-ROLL-HOURS      PIC S9(4)     COMP VALUE +12.
           05  JRL-STARTED-SW          PIC X(01) VALUE 'N'.
               88  JRL-STARTED             VALUE 'Y'.
           05  JRL-REFUSED-SW          PIC X(01) VALUE 'N'.
               88  JRL-REFUSED             VALUE 'Y'.
           05  JRL-MISSING-DSP         PIC ZZZ9.
      *    THE HIGHEST RETURN CODE THE RUN HAS SET.  EVERY EXEC SQL IS
      *    A CALL THAT RELOADS RETURN-CODE, SO A CODE SET AHEAD OF MORE
      *    SQL IS HELD HERE AND PUT BACK AS THE STEP ENDS.
           05  JRL-SAVE-RC             PIC S9(4)     COMP VALUE ZERO.

      ******************************************************************
      * RUN CARD (OPTIONAL DD RUNCARD): COLUMNS 1-8 THE JOB IT IS FOR  *
      * -- A CARD FOR ANY OTHER JOB IS IGNORED -- COLUMNS 10-19 A      *
      * BUSINESS DATE (YYYY-MM-DD) TO RUN UNDER IN PLACE OF THE ONE    *
      * TAKEN FROM THE CLOCK, COLUMN 21 'Y' TO RUN EVEN THOUGH A       *
      * PREDECESSOR HAS NOT ENDED NORMALLY, COLUMNS 23-30 THE          *
      * OPERATOR'S ID AND COLUMNS 32-71 WHY.  THE OVERRIDE AND WHO     *
      * GAVE IT ARE LEDGERED ON THE RUN'S ROWS.                        *
      ******************************************************************
           05  JRL-RUN-CARD.
               10  JRL-RC-JOB-NAME     PIC X(08).
               10  FILLER              PIC X(01).
               10  JRL-RC-BUS-DATE     PIC X(10).
               10  FILLER              PIC X(01).
               10  JRL-RC-OVERRIDE     PIC X(01).
               10  FILLER              PIC X(01).
               10  JRL-RC-USER         PIC X(08).
               10  FILLER              PIC X(01).
               10  JRL-RC-REASON       PIC X(40).
               10  FILLER              PIC X(09).
