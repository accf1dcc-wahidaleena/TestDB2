       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXRUNRP.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * MORNING BATCH RUN-STATUS REPORT.                               *
      * EVERY NIGHTLY PRICING JOB LEDGERS A START AND AN END ROW ON    *
      * JOB_RUN_LOG UNDER ITS BUSINESS DATE, AND REFUSES TO START      *
      * WHILE A PREDECESSOR NAMED ON JOB_PRED HAS NOT ENDED NORMALLY   *
      * FOR THAT DATE.  THIS JOB READS THE LEDGER BACK SO OPERATIONS   *
      * NO LONGER RECONSTRUCTS THE NIGHT FROM JOB LOGS: EVERY RUN IN   *
      * START ORDER WITH ITS START AND END TIMES, ELAPSED TIME, RETURN *
      * CODE, HOW IT ENDED (NORMAL, ABNORMAL, REFUSED AT THE GATE, OR  *
      * NO END ROW AT ALL -- DIED IN FLIGHT), WHETHER IT RESUMED FROM  *
      * A CHECKPOINT OR RAN ON AN OPERATOR OVERRIDE, AND ITS OWN KEY   *
      * COUNTS.  AN IDLE STRETCH LONGER THAN THE GAP LIMIT BETWEEN ONE *
      * JOB ENDING AND THE NEXT STARTING IS FLAGGED, AND EVERY JOB IN  *
      * THE JOB_PRED CHAIN WITHOUT A NORMAL END FOR THE DATE IS        *
      * LISTED.  THE JOB ALSO OWNS JOB_PRED: AN OPTIONAL PREDFILE      *
      * DATASET REPLACES IT OUTRIGHT, THE WAY TBXAPPRX REPLACES        *
      * APPR_USER.                                                     *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PRED-FILE        ASSIGN TO PREDFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PREDFILE-STATUS.

           SELECT RUN-RPT          ASSIGN TO RUNRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PARM CARD (OPTIONAL): COLUMNS 1-10 THE BUSINESS DATE TO REPORT *
      * (YYYY-MM-DD), DEFAULT THIS RUN'S OWN BUSINESS DATE -- LAST     *
      * NIGHT WHEN RUN IN THE MORNING; COLUMNS 11-13 THE IDLE GAP IN   *
      * MINUTES WORTH FLAGGING, DEFAULT 30.                            *
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-BUS-DATE           PIC X(10).
           05  PARM-GAP-MINUTES        PIC 9(03).
           05  FILLER                  PIC X(67).

      ******************************************************************
      * ONE CARD PER PREDECESSOR: COLUMNS 1-8 THE JOB, COLUMNS 10-17   *
      * A JOB THAT MUST HAVE ENDED NORMALLY FOR THE SAME BUSINESS DATE *
      * BEFORE IT MAY START.  A JOB WITH SEVERAL PREDECESSORS HAS      *
      * SEVERAL CARDS.                                                 *
      ******************************************************************
       FD  PRED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PRED-RECORD.
           05  PF-JOB-NAME             PIC X(08).
           05  FILLER                  PIC X(01).
           05  PF-PRED-JOB-NAME        PIC X(08).
           05  FILLER                  PIC X(63).

       FD  RUN-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  RUN-RPT-RECORD             PIC X(133).

      ******************************************************************
      * OPTIONAL RUN CARD FOR THE JOB-RUN LEDGER (LAYOUT IN WSJOBRUN). *
      ******************************************************************
       FD  RUN-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSJOBRUN.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           05  WS-PREDFILE-STATUS      PIC X(02) VALUE '00'.
           05  WS-RUNRPT-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-PREDFILE-EOF-SW      PIC X     VALUE 'N'.
               88  WS-PREDFILE-EOF         VALUE 'Y'.
           05  WS-RUN-EOF-SW           PIC X     VALUE 'N'.
               88  WS-RUN-EOF              VALUE 'Y'.
           05  WS-OUT-EOF-SW           PIC X     VALUE 'N'.
               88  WS-OUT-EOF              VALUE 'Y'.

       01  WS-RUN-COUNTERS.
           05  WS-RUN-CT               PIC 9(9)  VALUE ZERO.
           05  WS-NORMAL-CT            PIC 9(9)  VALUE ZERO.
           05  WS-ABNORMAL-CT          PIC 9(9)  VALUE ZERO.
           05  WS-REFUSED-CT           PIC 9(9)  VALUE ZERO.
           05  WS-NO-END-CT            PIC 9(9)  VALUE ZERO.
           05  WS-RESTART-CT           PIC 9(9)  VALUE ZERO.
           05  WS-OVERRIDE-CT          PIC 9(9)  VALUE ZERO.
           05  WS-GAP-CT               PIC 9(9)  VALUE ZERO.
           05  WS-OUTSTANDING-CT       PIC 9(9)  VALUE ZERO.
           05  WS-PRED-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-PRED-LOAD-CT         PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-RPT-BUS-DATE         PIC X(10) VALUE SPACES.
           05  WS-GAP-MINUTES          PIC 9(03) VALUE 030.
           05  WS-GAP-SECS             PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-PREV-END-SECS        PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-ELAPSED-SECS         PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-IDLE-SECS            PIC S9(15) COMP-3 VALUE ZERO.
           05  WS-IDLE-MINUTES         PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-EL-HH                PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-EL-MM                PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-EL-SS                PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-EL-REM               PIC S9(9)  COMP-3 VALUE ZERO.

      ******************************************************************
      * ONE LEDGERED RUN: ITS START ROW JOINED TO ITS END ROW, IF ANY. *
      * TIMES ALSO COME BACK AS ABSOLUTE SECONDS SO ELAPSED TIME AND   *
      * IDLE GAPS ACROSS MIDNIGHT ARE PLAIN SUBTRACTION.               *
      ******************************************************************
       01  WS-RUN-HOST-FIELDS.
           05  RR-JOB-NAME             PIC X(08).
           05  RR-START-TS             PIC X(26).
           05  RR-START-SECS           PIC S9(15) COMP-3.
           05  RR-RESTART-SW           PIC X(01).
           05  RR-OVERRIDE-SW          PIC X(01).
           05  RR-OVERRIDE-USER        PIC X(08).
           05  RR-END-STATUS           PIC X(01).
               88  RR-NO-END               VALUE ' '.
               88  RR-NORMAL               VALUE 'N'.
               88  RR-ABNORMAL             VALUE 'A'.
               88  RR-REFUSED              VALUE 'G'.
           05  RR-RETURN-CODE          PIC S9(4)  COMP.
           05  RR-END-TS               PIC X(26).
           05  RR-END-SECS             PIC S9(15) COMP-3.
           05  RR-COUNT-LBL-1          PIC X(16).
           05  RR-COUNT-1              PIC S9(9)  COMP.
           05  RR-COUNT-LBL-2          PIC X(16).
           05  RR-COUNT-2              PIC S9(9)  COMP.
           05  RR-COUNT-LBL-3          PIC X(16).
           05  RR-COUNT-3              PIC S9(9)  COMP.
           05  RR-COUNT-LBL-4          PIC X(16).
           05  RR-COUNT-4              PIC S9(9)  COMP.

      ******************************************************************
      * ONE CHAIN JOB WITHOUT A NORMAL END, WITH HOW MANY TIMES IT     *
      * STARTED AND HOW MANY OF THOSE WERE REFUSED AT THE GATE.        *
      ******************************************************************
       01  WS-OUT-HOST-FIELDS.
           05  OJ-JOB-NAME             PIC X(08).
           05  OJ-START-CT             PIC S9(9)  COMP.
           05  OJ-REFUSED-CT           PIC S9(9)  COMP.

       01  WS-PRED-HOST-FIELDS.
           05  PD-JOB-NAME             PIC X(08).
           05  PD-PRED-JOB-NAME        PIC X(08).

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(42) VALUE
                   'NIGHTLY BATCH RUN STATUS - BUSINESS DATE'.
               10  WS-H-BUS-DATE       PIC X(10).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'JOB'.
               10  FILLER              PIC X(21) VALUE 'STARTED'.
               10  FILLER              PIC X(21) VALUE 'ENDED'.
               10  FILLER              PIC X(11) VALUE 'ELAPSED'.
               10  FILLER              PIC X(05) VALUE 'RC'.
               10  FILLER              PIC X(12) VALUE 'STATUS'.
               10  FILLER              PIC X(40) VALUE 'NOTES'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-JOB-NAME       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-START-TS       PIC X(19).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-END-TS         PIC X(19).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-ELAPSED.
                   15  WS-D-EL-HH      PIC ZZ9.
                   15  WS-D-EL-COLON-1 PIC X(01).
                   15  WS-D-EL-MM      PIC 99.
                   15  WS-D-EL-COLON-2 PIC X(01).
                   15  WS-D-EL-SS      PIC 99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-RC-GRP.
                   15  WS-D-RC         PIC ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-STATUS         PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-NOTES          PIC X(40).
      *    THE RUN'S OWN CONTROL COUNTS FROM ITS END ROW.
           05  WS-COUNT-LINE.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  WS-C-ENTRY OCCURS 4 TIMES.
                   15  WS-C-LABEL      PIC X(16).
                   15  WS-C-VALUE      PIC ZZZ,ZZZ,ZZ9.
                   15  WS-C-GAP        PIC X(03).
           05  WS-GAP-LINE.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  FILLER              PIC X(09) VALUE '*** IDLE '.
               10  WS-G-MINUTES        PIC ZZZ9.
               10  FILLER              PIC X(41) VALUE
                   ' MINUTES SINCE THE PREVIOUS JOB ENDED ***'.
           05  WS-OUT-HDG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(41) VALUE
                   'CHAIN JOBS NOT ENDED NORMALLY FOR DATE'.
               10  WS-OH-BUS-DATE      PIC X(10).
           05  WS-OUT-LINE.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-JOB-NAME       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-REASON         PIC X(40).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * THE NIGHT'S RUNS IN START ORDER.  THIS JOB'S OWN ROWS ARE LEFT *
      * OUT -- IT IS STILL RUNNING WHILE IT REPORTS.                   *
      ******************************************************************
       EXEC SQL
           DECLARE RUN_CURSOR CURSOR FOR
           SELECT   S.JOB_NAME,
                    CHAR(S.RUN_TIMESTAMP),
                    DEC(DAYS(S.RUN_TIMESTAMP), 9, 0) * 86400
                        + MIDNIGHT_SECONDS(S.RUN_TIMESTAMP),
                    S.RESTART_SW,
                    S.OVERRIDE_SW,
                    S.OVERRIDE_USER,
                    COALESCE(E.END_STATUS, ' '),
                    COALESCE(E.RETURN_CODE, 0),
                    COALESCE(CHAR(E.LOG_TIMESTAMP), ' '),
                    COALESCE(DEC(DAYS(E.LOG_TIMESTAMP), 9, 0) * 86400
                        + MIDNIGHT_SECONDS(E.LOG_TIMESTAMP), 0),
                    COALESCE(E.COUNT1_LABEL, ' '),
                    COALESCE(E.COUNT1, 0),
                    COALESCE(E.COUNT2_LABEL, ' '),
                    COALESCE(E.COUNT2, 0),
                    COALESCE(E.COUNT3_LABEL, ' '),
                    COALESCE(E.COUNT3, 0),
                    COALESCE(E.COUNT4_LABEL, ' '),
                    COALESCE(E.COUNT4, 0)
           FROM     JOB_RUN_LOG S
                    LEFT OUTER JOIN JOB_RUN_LOG E
                      ON  E.JOB_NAME      = S.JOB_NAME
                      AND E.RUN_TIMESTAMP = S.RUN_TIMESTAMP
                      AND E.ROW_TYPE      = 'E'
           WHERE    S.ROW_TYPE  = 'S'
             AND    S.BUS_DATE  = :WS-RPT-BUS-DATE
             AND    S.JOB_NAME <> :JRL-JOB-NAME
           ORDER BY S.RUN_TIMESTAMP,
                    S.JOB_NAME
       END-EXEC.

      ******************************************************************
      * EVERY JOB NAMED ON JOB_PRED, AS A JOB OR AS A PREDECESSOR,     *
      * THAT HAS NO NORMAL END ROW FOR THE DATE.                       *
      ******************************************************************
       EXEC SQL
           DECLARE OUT_CURSOR CURSOR FOR
           SELECT   J.JOB_NAME,
                    ( SELECT COUNT(*)
                      FROM   JOB_RUN_LOG L
                      WHERE  L.JOB_NAME = J.JOB_NAME
                        AND  L.BUS_DATE = :WS-RPT-BUS-DATE
                        AND  L.ROW_TYPE = 'S' ),
                    ( SELECT COUNT(*)
                      FROM   JOB_RUN_LOG L
                      WHERE  L.JOB_NAME   = J.JOB_NAME
                        AND  L.BUS_DATE   = :WS-RPT-BUS-DATE
                        AND  L.ROW_TYPE   = 'E'
                        AND  L.END_STATUS = 'G' )
           FROM   ( SELECT JOB_NAME
                    FROM   JOB_PRED
                    UNION
                    SELECT PRED_JOB_NAME
                    FROM   JOB_PRED ) AS J
           WHERE    J.JOB_NAME <> :JRL-JOB-NAME
             AND    NOT EXISTS
                    ( SELECT 1
                      FROM   JOB_RUN_LOG L
                      WHERE  L.JOB_NAME   = J.JOB_NAME
                        AND  L.BUS_DATE   = :WS-RPT-BUS-DATE
                        AND  L.ROW_TYPE   = 'E'
                        AND  L.END_STATUS = 'N' )
           ORDER BY J.JOB_NAME
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 1200-REFRESH-PREDECESSORS
           PERFORM 2000-LIST-RUNS
           PERFORM 3000-LIST-OUTSTANDING
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-PARM
           COMPUTE WS-GAP-SECS = WS-GAP-MINUTES * 60

           OPEN OUTPUT RUN-RPT
           MOVE WS-RPT-BUS-DATE TO WS-H-BUS-DATE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-HDG-LINE-1
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-HDG-LINE-2.

      ******************************************************************
      * NO PARM CARD REPORTS THIS RUN'S OWN BUSINESS DATE, WHICH THE   *
      * LEDGER GATE HAS ALREADY WORKED OUT FROM THE CLOCK OR THE RUN   *
      * CARD.                                                          *
      ******************************************************************
       1100-READ-PARM.
           MOVE JRL-BUS-DATE TO WS-RPT-BUS-DATE
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BUS-DATE NOT = SPACES
                           MOVE PARM-BUS-DATE TO WS-RPT-BUS-DATE
                       END-IF
                       IF PARM-GAP-MINUTES IS NUMERIC
                          AND PARM-GAP-MINUTES > ZERO
                           MOVE PARM-GAP-MINUTES TO WS-GAP-MINUTES
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      ******************************************************************
      * A PREDFILE DATASET REPLACES JOB_PRED OUTRIGHT -- A PREDECESSOR *
      * DROPPED FROM THE CARDS NO LONGER HOLDS ITS JOB FROM TONIGHT.   *
      * A JOB NAMED AS ITS OWN PREDECESSOR COULD NEVER START, SO THAT  *
      * CARD IS SKIPPED; A DUPLICATE FAILS ITS INSERT AND IS SIMPLY    *
      * NOT COUNTED.                                                   *
      ******************************************************************
       1200-REFRESH-PREDECESSORS.
           OPEN INPUT PRED-FILE
           IF WS-PREDFILE-STATUS = '00'
               EXEC SQL
                   DELETE FROM JOB_PRED
               END-EXEC
               PERFORM UNTIL WS-PREDFILE-EOF
                   READ PRED-FILE
                       AT END
                           SET WS-PREDFILE-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-PRED-READ-CT
                           PERFORM 1250-INSERT-PREDECESSOR
                   END-READ
               END-PERFORM
               CLOSE PRED-FILE
               EXEC SQL
                   COMMIT
               END-EXEC
           END-IF.

       1250-INSERT-PREDECESSOR.
           IF PF-JOB-NAME NOT = SPACES
              AND PF-PRED-JOB-NAME NOT = SPACES
              AND PF-JOB-NAME NOT = PF-PRED-JOB-NAME
               MOVE PF-JOB-NAME      TO PD-JOB-NAME
               MOVE PF-PRED-JOB-NAME TO PD-PRED-JOB-NAME
               EXEC SQL
                   INSERT INTO JOB_PRED
                         ( JOB_NAME, PRED_JOB_NAME )
                   VALUES ( :PD-JOB-NAME, :PD-PRED-JOB-NAME )
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-PRED-LOAD-CT
               END-IF
           END-IF.

      ******************************************************************
      * LIST THE NIGHT'S RUNS.  THE LATEST END TIME SEEN SO FAR IS     *
      * CARRIED FORWARD, SO TWO JOBS RUNNING SIDE BY SIDE DO NOT SHOW  *
      * AS A GAP, AND A RUN WITH NO END ROW DOES NOT MOVE IT.          *
      ******************************************************************
       2000-LIST-RUNS.
           MOVE ZERO TO WS-PREV-END-SECS

           EXEC SQL
               OPEN RUN_CURSOR
           END-EXEC

           PERFORM UNTIL WS-RUN-EOF
               EXEC SQL
                   FETCH    RUN_CURSOR
                   INTO    :RR-JOB-NAME,
                           :RR-START-TS,
                           :RR-START-SECS,
                           :RR-RESTART-SW,
                           :RR-OVERRIDE-SW,
                           :RR-OVERRIDE-USER,
                           :RR-END-STATUS,
                           :RR-RETURN-CODE,
                           :RR-END-TS,
                           :RR-END-SECS,
                           :RR-COUNT-LBL-1,
                           :RR-COUNT-1,
                           :RR-COUNT-LBL-2,
                           :RR-COUNT-2,
                           :RR-COUNT-LBL-3,
                           :RR-COUNT-3,
                           :RR-COUNT-LBL-4,
                           :RR-COUNT-4
               END-EXEC
               IF SQLCODE = 100
                   SET WS-RUN-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-RUN-CT
                   PERFORM 2100-CHECK-GAP
                   PERFORM 2200-WRITE-RUN
                   IF NOT RR-NO-END
                      AND RR-END-SECS > WS-PREV-END-SECS
                       MOVE RR-END-SECS TO WS-PREV-END-SECS
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE RUN_CURSOR
           END-EXEC.

       2100-CHECK-GAP.
           IF WS-PREV-END-SECS > ZERO
               COMPUTE WS-IDLE-SECS = RR-START-SECS - WS-PREV-END-SECS
               IF WS-IDLE-SECS > WS-GAP-SECS
                   ADD 1 TO WS-GAP-CT
                   COMPUTE WS-IDLE-MINUTES = WS-IDLE-SECS / 60
                   MOVE WS-IDLE-MINUTES TO WS-G-MINUTES
                   MOVE SPACES TO RUN-RPT-RECORD
                   WRITE RUN-RPT-RECORD FROM WS-GAP-LINE
               END-IF
           END-IF.

      ******************************************************************
      * ONE RUN: TIMES, ELAPSED, RETURN CODE, HOW IT ENDED AND WHY IT  *
      * NEEDS A LOOK, THEN ITS COUNTS FROM THE END ROW.                *
      ******************************************************************
       2200-WRITE-RUN.
           MOVE RR-JOB-NAME         TO WS-D-JOB-NAME
           MOVE RR-START-TS (1:19)  TO WS-D-START-TS
           MOVE SPACES              TO WS-D-NOTES

           IF RR-NO-END
               ADD 1 TO WS-NO-END-CT
               MOVE SPACES          TO WS-D-END-TS
               MOVE SPACES          TO WS-D-ELAPSED
               MOVE SPACES          TO WS-D-RC-GRP
               MOVE 'NO END'        TO WS-D-STATUS
               MOVE 'NO END ROW - ABENDED OR STILL RUNNING'
                                    TO WS-D-NOTES
           ELSE
               MOVE RR-END-TS (1:19) TO WS-D-END-TS
               COMPUTE WS-ELAPSED-SECS = RR-END-SECS - RR-START-SECS
               DIVIDE WS-ELAPSED-SECS BY 3600 GIVING WS-EL-HH
                      REMAINDER WS-EL-REM
               DIVIDE WS-EL-REM BY 60 GIVING WS-EL-MM
                      REMAINDER WS-EL-SS
               MOVE WS-EL-HH        TO WS-D-EL-HH
               MOVE ':'             TO WS-D-EL-COLON-1
               MOVE WS-EL-MM        TO WS-D-EL-MM
               MOVE ':'             TO WS-D-EL-COLON-2
               MOVE WS-EL-SS        TO WS-D-EL-SS
               MOVE RR-RETURN-CODE  TO WS-D-RC
               EVALUATE TRUE
                   WHEN RR-NORMAL
                       ADD 1 TO WS-NORMAL-CT
                       MOVE 'NORMAL'   TO WS-D-STATUS
                   WHEN RR-REFUSED
                       ADD 1 TO WS-REFUSED-CT
                       MOVE 'REFUSED'  TO WS-D-STATUS
                       MOVE 'PREDECESSOR NOT ENDED NORMALLY'
                                       TO WS-D-NOTES
                   WHEN OTHER
                       ADD 1 TO WS-ABNORMAL-CT
                       MOVE 'ABNORMAL' TO WS-D-STATUS
               END-EVALUATE
           END-IF

      *    A CHECKPOINT RESTART OR AN OVERRIDE OUTRANKS THE OTHER NOTES.
           IF RR-RESTART-SW = 'Y'
               ADD 1 TO WS-RESTART-CT
               MOVE 'RESTARTED FROM CHECKPOINT' TO WS-D-NOTES
           END-IF
           IF RR-OVERRIDE-SW = 'Y'
               ADD 1 TO WS-OVERRIDE-CT
               MOVE SPACES TO WS-D-NOTES
               STRING 'GATE OVERRIDDEN BY '  DELIMITED BY SIZE
                      RR-OVERRIDE-USER       DELIMITED BY SPACE
                      INTO WS-D-NOTES
               END-STRING
           END-IF

           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-DETAIL-LINE

           IF NOT RR-NO-END
              AND (RR-COUNT-LBL-1 NOT = SPACES
                   OR RR-COUNT-LBL-2 NOT = SPACES)
               PERFORM 2300-WRITE-COUNTS
           END-IF.

       2300-WRITE-COUNTS.
           MOVE SPACES TO WS-COUNT-LINE
           IF RR-COUNT-LBL-1 NOT = SPACES
               MOVE RR-COUNT-LBL-1 TO WS-C-LABEL (1)
               MOVE RR-COUNT-1     TO WS-C-VALUE (1)
           END-IF
           IF RR-COUNT-LBL-2 NOT = SPACES
               MOVE RR-COUNT-LBL-2 TO WS-C-LABEL (2)
               MOVE RR-COUNT-2     TO WS-C-VALUE (2)
           END-IF
           IF RR-COUNT-LBL-3 NOT = SPACES
               MOVE RR-COUNT-LBL-3 TO WS-C-LABEL (3)
               MOVE RR-COUNT-3     TO WS-C-VALUE (3)
           END-IF
           IF RR-COUNT-LBL-4 NOT = SPACES
               MOVE RR-COUNT-LBL-4 TO WS-C-LABEL (4)
               MOVE RR-COUNT-4     TO WS-C-VALUE (4)
           END-IF
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-COUNT-LINE.

      ******************************************************************
      * THE GAPS IN THE CHAIN: EVERY JOB_PRED JOB WITH NO NORMAL END   *
      * FOR THE DATE, AND WHETHER IT NEVER STARTED, WAS HELD AT THE    *
      * GATE EVERY TIME IT TRIED, OR STARTED AND NEVER ENDED CLEAN.    *
      ******************************************************************
       3000-LIST-OUTSTANDING.
           MOVE WS-RPT-BUS-DATE TO WS-OH-BUS-DATE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-OUT-HDG-LINE

           EXEC SQL
               OPEN OUT_CURSOR
           END-EXEC

           PERFORM UNTIL WS-OUT-EOF
               EXEC SQL
                   FETCH    OUT_CURSOR
                   INTO    :OJ-JOB-NAME,
                           :OJ-START-CT,
                           :OJ-REFUSED-CT
               END-EXEC
               IF SQLCODE = 100
                   SET WS-OUT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-OUTSTANDING-CT
                   PERFORM 3100-WRITE-OUTSTANDING
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE OUT_CURSOR
           END-EXEC.

       3100-WRITE-OUTSTANDING.
           MOVE OJ-JOB-NAME TO WS-O-JOB-NAME
           EVALUATE TRUE
               WHEN OJ-START-CT = ZERO
                   MOVE 'NEVER STARTED'           TO WS-O-REASON
               WHEN OJ-REFUSED-CT = OJ-START-CT
                   MOVE 'HELD AT THE PREDECESSOR GATE'
                                                   TO WS-O-REASON
               WHEN OTHER
                   MOVE 'STARTED - NO NORMAL END' TO WS-O-REASON
           END-EVALUATE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-OUT-LINE.

       6000-FINAL-COUNT.
           MOVE 'RUNS LEDGERED'        TO WS-RPT-LABEL
           MOVE WS-RUN-CT              TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ENDED NORMALLY'       TO WS-RPT-LABEL
           MOVE WS-NORMAL-CT           TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ENDED ABNORMALLY'     TO WS-RPT-LABEL
           MOVE WS-ABNORMAL-CT         TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REFUSED AT GATE'      TO WS-RPT-LABEL
           MOVE WS-REFUSED-CT          TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NO END ROW'           TO WS-RPT-LABEL
           MOVE WS-NO-END-CT           TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'CHECKPOINT RESTARTS'  TO WS-RPT-LABEL
           MOVE WS-RESTART-CT          TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'GATE OVERRIDES'       TO WS-RPT-LABEL
           MOVE WS-OVERRIDE-CT         TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'IDLE GAPS FLAGGED'    TO WS-RPT-LABEL
           MOVE WS-GAP-CT              TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'CHAIN JOBS NOT COMPLETE' TO WS-RPT-LABEL
           MOVE WS-OUTSTANDING-CT      TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'PREDECESSOR CARDS READ' TO WS-RPT-LABEL
           MOVE WS-PRED-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'PREDECESSORS LOADED'  TO WS-RPT-LABEL
           MOVE WS-PRED-LOAD-CT        TO WS-RPT-VALUE
           MOVE SPACES TO RUN-RPT-RECORD
           WRITE RUN-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE RUN-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "RUNS LEDGERED        : " WS-RUN-CT.
           DISPLAY "ENDED ABNORMALLY     : " WS-ABNORMAL-CT.
           DISPLAY "REFUSED AT GATE      : " WS-REFUSED-CT.
           DISPLAY "NO END ROW           : " WS-NO-END-CT.
           DISPLAY "CHAIN NOT COMPLETE   : " WS-OUTSTANDING-CT.
           DISPLAY "PREDECESSORS LOADED  : " WS-PRED-LOAD-CT.
           DISPLAY "------------------------------------------------".

      ******************************************************************
      * JOB-RUN LEDGER GATE, BEFORE ANY FILE IS OPENED.  TAKE THE RUN  *
      * CARD IF ONE WAS SUPPLIED FOR THIS JOB, FIX THE BUSINESS DATE,  *
      * AND REFUSE TO RUN -- RETURN CODE 12 -- WHILE ANY PREDECESSOR   *
      * ON JOB_PRED HAS NOT ENDED NORMALLY FOR THAT DATE, UNLESS THE   *
      * CARD OVERRIDES THE CHECK.  THE REFUSAL IS LEDGERED TOO, SO THE *
      * MORNING RUN-STATUS REPORT SHOWS WHY THE JOB DID NOTHING.       *
      ******************************************************************
       8000-LEDGER-GATE.
           MOVE 'TBXRUNRP' TO JRL-JOB-NAME
           PERFORM 8010-READ-RUN-CARD

           EXEC SQL
               SET :JRL-RUN-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC
           IF JRL-BUS-DATE = SPACES
               EXEC SQL
                   SET :JRL-BUS-DATE =
                       CHAR(DATE(TIMESTAMP(:JRL-RUN-TIMESTAMP)
                                 - :JRL-DAY-ROLL-HOURS HOURS), ISO)
               END-EXEC
           END-IF

           PERFORM 8020-CHECK-PREDECESSORS
           IF JRL-REFUSED
               MOVE JRL-MISSING-CT TO JRL-MISSING-DSP
               DISPLAY "TBXRUNRP - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXRUNRP - " JRL-MISSING-DSP
                       " PREDECESSOR(S) OUTSTANDING - NOT STARTED"
               MOVE 12 TO JRL-SAVE-RC
               PERFORM 8050-LEDGER-START
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF.

      ******************************************************************
      * THE RUN CARD IS OPTIONAL -- NO DD, OR AN EMPTY ONE, RUNS UNDER *
      * THE CLOCK'S BUSINESS DATE WITH THE GATE ENFORCED.  A CARD      *
      * NAMING ANOTHER JOB IS IGNORED, SO A CARD LEFT IN THE WRONG     *
      * STEP CANNOT WAVE THIS ONE THROUGH.                             *
      ******************************************************************
       8010-READ-RUN-CARD.
           MOVE SPACES TO JRL-BUS-DATE
           MOVE SPACES TO JRL-RUN-CARD
           OPEN INPUT RUN-CARD-FILE
           IF JRL-RUNCARD-STATUS = '00'
               READ RUN-CARD-FILE INTO JRL-RUN-CARD
                   AT END
                       MOVE SPACES TO JRL-RUN-CARD
               END-READ
               CLOSE RUN-CARD-FILE
           END-IF

           IF JRL-RC-JOB-NAME = JRL-JOB-NAME
               MOVE JRL-RC-BUS-DATE TO JRL-BUS-DATE
               IF JRL-RC-OVERRIDE = 'Y'
                   SET JRL-OVERRIDE TO TRUE
                   MOVE JRL-RC-USER   TO JRL-OVERRIDE-USER
                   MOVE JRL-RC-REASON TO JRL-OVERRIDE-REASON
               END-IF
           ELSE
               IF JRL-RUN-CARD NOT = SPACES
                   DISPLAY "TBXRUNRP - RUN CARD FOR " JRL-RC-JOB-NAME
                           " IGNORED"
               END-IF
           END-IF.

      ******************************************************************
      * A PREDECESSOR IS SATISFIED BY ANY NORMAL END ROW FOR THE       *
      * BUSINESS DATE -- A RERUN THAT FINISHED CLEAN COUNTS EVEN IF AN *
      * EARLIER ATTEMPT DIED.  A LEDGER THAT CANNOT BE READ HOLDS THE  *
      * JOB THE SAME AS AN UNFINISHED PREDECESSOR.                     *
      ******************************************************************
       8020-CHECK-PREDECESSORS.
           EXEC SQL
               SELECT   COUNT(*), COALESCE(MIN(P.PRED_JOB_NAME), ' ')
               INTO    :JRL-MISSING-CT, :JRL-MISSING-JOB
               FROM     JOB_PRED P
               WHERE    P.JOB_NAME = :JRL-JOB-NAME
                 AND    NOT EXISTS
                        ( SELECT 1
                          FROM   JOB_RUN_LOG L
                          WHERE  L.JOB_NAME   = P.PRED_JOB_NAME
                            AND  L.BUS_DATE   = :JRL-BUS-DATE
                            AND  L.ROW_TYPE   = 'E'
                            AND  L.END_STATUS = 'N' )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TBXRUNRP - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXRUNRP - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXRUNRP - " JRL-OVERRIDE-REASON
               ELSE
                   SET JRL-REFUSED TO TRUE
               END-IF
           END-IF.

       8050-LEDGER-START.
           MOVE 'S'    TO JRL-ROW-TYPE
           MOVE SPACES TO JRL-END-STATUS
           MOVE ZERO   TO JRL-RETURN-CODE
           PERFORM 8060-LEDGER-INSERT
           SET JRL-STARTED TO TRUE.

      ******************************************************************
      * EACH LEDGER ROW IS COMMITTED AS IT IS WRITTEN, SO A START ROW  *
      * SURVIVES THE ROLLBACK OF A RUN THAT ABENDS AFTER IT.  A LEDGER *
      * THAT WILL NOT TAKE THE ROW IS REPORTED BUT DOES NOT STOP THE   *
      * JOB'S OWN WORK.                                                *
      ******************************************************************
       8060-LEDGER-INSERT.
           EXEC SQL
               INSERT INTO JOB_RUN_LOG
                     ( JOB_NAME, RUN_TIMESTAMP, ROW_TYPE, BUS_DATE,
                       LOG_TIMESTAMP, RESTART_SW, OVERRIDE_SW,
                       OVERRIDE_USER, OVERRIDE_REASON,
                       END_STATUS, RETURN_CODE,
                       COUNT1_LABEL, COUNT1, COUNT2_LABEL, COUNT2,
                       COUNT3_LABEL, COUNT3, COUNT4_LABEL, COUNT4 )
               VALUES ( :JRL-JOB-NAME, :JRL-RUN-TIMESTAMP,
                        :JRL-ROW-TYPE, :JRL-BUS-DATE,
                        CURRENT TIMESTAMP, :JRL-RESTART-SW,
                        :JRL-OVERRIDE-SW, :JRL-OVERRIDE-USER,
                        :JRL-OVERRIDE-REASON,
                        :JRL-END-STATUS, :JRL-RETURN-CODE,
                        :JRL-COUNT-LBL-1, :JRL-COUNT-1,
                        :JRL-COUNT-LBL-2, :JRL-COUNT-2,
                        :JRL-COUNT-LBL-3, :JRL-COUNT-3,
                        :JRL-COUNT-LBL-4, :JRL-COUNT-4 )
           END-EXEC
           IF SQLCODE NOT = 0
               DISPLAY "TBXRUNRP - JOB_RUN_LOG INSERT FAILED SQLCODE="
                       SQLCODE
           END-IF
           EXEC SQL
               COMMIT
           END-EXEC.

      ******************************************************************
      * END ROW: THE RETURN CODE AND THE JOB'S KEY COUNTS AS THEY      *
      * STAND -- ON AN ABEND PATH, HOW FAR IT GOT.  A REFUSED RUN IS   *
      * 'G'; OTHERWISE ANYTHING OVER RETURN CODE 4 IS ABNORMAL AND     *
      * HOLDS THE JOBS THAT FOLLOW IT.                                 *
      * OVER RETURN CODE 8 THE RUN IS STOPPING SHORT: ITS UNCOMMITTED  *
      * WORK IS ROLLED BACK FIRST SO THE LEDGER COMMIT CANNOT KEEP     *
      * HALF OF A UNIT OF WORK.  A RUN THAT FAILS BEFORE ITS START ROW *
      * WAS WRITTEN WRITES ONE HERE, SO EVERY RUN LEAVES BOTH ROWS.    *
      * THE SQL BELOW RELOADS RETURN-CODE, SO THE CODE THE RUN ENDS    *
      * WITH IS TAKEN INTO JRL-SAVE-RC FIRST AND PUT BACK AFTER THE    *
      * LEDGER COMMIT AS THE STEP'S RETURN CODE.                       *
      ******************************************************************
       8100-LEDGER-END.
           IF RETURN-CODE > JRL-SAVE-RC
               MOVE RETURN-CODE TO JRL-SAVE-RC
           END-IF
           IF JRL-SAVE-RC > 8
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF
           IF NOT JRL-STARTED
              AND NOT JRL-REFUSED
               PERFORM 8050-LEDGER-START
           END-IF
           IF JRL-STARTED
               MOVE 'E'         TO JRL-ROW-TYPE
               MOVE JRL-SAVE-RC TO JRL-RETURN-CODE
               EVALUATE TRUE
                   WHEN JRL-REFUSED
                       MOVE 'G' TO JRL-END-STATUS
                   WHEN JRL-SAVE-RC > 4
                       MOVE 'A' TO JRL-END-STATUS
                   WHEN OTHER
                       MOVE 'N' TO JRL-END-STATUS
               END-EVALUATE
               MOVE 'RUNS LISTED'         TO JRL-COUNT-LBL-1
               MOVE WS-RUN-CT             TO JRL-COUNT-1
               MOVE 'ABNORMAL'            TO JRL-COUNT-LBL-2
               MOVE WS-ABNORMAL-CT        TO JRL-COUNT-2
               MOVE 'REFUSED'             TO JRL-COUNT-LBL-3
               MOVE WS-REFUSED-CT         TO JRL-COUNT-3
               MOVE 'NOT COMPLETED'       TO JRL-COUNT-LBL-4
               MOVE WS-OUTSTANDING-CT     TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
