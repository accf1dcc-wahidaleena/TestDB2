       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXMARGN.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * WEEKLY MARGIN EXCEPTION REPORT BY ROG AND RETAIL SECTION.      *
      * THE LOW-MARGIN EDIT IN TESTDB2, TBXRELSE AND TBXONLN ONLY SEES *
      * A PRICE WHEN SOMEBODY SENDS ONE; WHEN PURCHASING'S COST GOES   *
      * UP AND NOBODY MOVES THE RING, THE ITEM QUIETLY STARTS LOSING   *
      * MONEY AND NO EDIT EVER FIRES.  THIS REPORT WALKS EVERY ACTIVE  *
      * ITEM ON X (STATUS_RUPC NOT 'D'/'X') AND LISTS:                 *
      *   BELOW FLOOR - THE MARGIN OF THE CURRENT RING OVER THE COST   *
      *                 IN FORCE TODAY IS UNDER THE SECTION'S SECT_REF *
      *                 MINIMUM (OVERRIDDEN LOSS LEADERS ARE LISTED    *
      *                 TOO, FLAGGED IN THE OVR COLUMN, SO THE DESK    *
      *                 SEES WHAT ITS OVERRIDE FILE IS COSTING);       *
      *   COST UP     - THE COST IN FORCE IS HIGHER THAN THE ONE IT    *
      *                 REPLACED ON ITEM_COST AND X_HIST SHOWS NO RING *
      *                 INCREASE FOR THE ROG/CORP_ITEM_CD SINCE THE    *
      *                 NEW COST TOOK EFFECT.                          *
      * ONE DETAIL LINE PER TABLE-X ROW, WITH PER-SECTION EXCEPTION    *
      * COUNTS AND GRAND TOTALS.  READ-ONLY; NO PARM CARD.             *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARGIN-RPT       ASSIGN TO MARGRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-MARGRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MARGIN-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  MARGIN-RPT-RECORD          PIC X(133).

      ******************************************************************
      * OPTIONAL RUN CARD FOR THE JOB-RUN LEDGER (LAYOUT IN WSJOBRUN). *
      ******************************************************************
       FD  RUN-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSJOBRUN.

       COPY WSXREC.
       COPY WSSECT.
       COPY WSCOST.

       01  WS-FILE-STATUSES.
           05  WS-MARGRPT-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X     VALUE 'N'.
               88  WS-EOF                  VALUE 'Y'.
           05  WS-COST-EOF-SW          PIC X     VALUE 'N'.
               88  WS-COST-EOF             VALUE 'Y'.
           05  WS-PRIOR-FOUND-SW       PIC X     VALUE 'N'.
               88  WS-PRIOR-FOUND          VALUE 'Y'.
           05  WS-BELOW-FLOOR-SW       PIC X     VALUE 'N'.
               88  WS-BELOW-FLOOR          VALUE 'Y'.
           05  WS-COST-UP-SW           PIC X     VALUE 'N'.
               88  WS-COST-UP              VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-ITEM-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-BELOW-FLOOR-CT       PIC 9(9)  VALUE ZERO.
           05  WS-COST-UP-CT           PIC 9(9)  VALUE ZERO.
           05  WS-SECT-EXCP-CT         PIC 9(9)  VALUE ZERO.
           05  WS-GRAND-EXCP-CT        PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-RING-UP-CT           PIC S9(9) COMP VALUE ZERO.
           05  WS-OVRD-CT              PIC S9(9) COMP VALUE ZERO.

      ******************************************************************
      * COST IN FORCE AND THE COST IT REPLACED FOR ROG/CORP_ITEM_CD    *
      * LAST LOOKED UP.  EVERY UPC OF AN ITEM SHARES ONE COST, SO THE  *
      * LOOKUP (AND THE X_HIST RING-INCREASE CHECK) ONLY RE-RUNS WHEN  *
      * THE ITEM CHANGES.                                              *
      ******************************************************************
       01  WS-COST-HOLD-FIELDS.
           05  WS-HOLD-ROG             PIC X(03) VALUE HIGH-VALUES.
           05  WS-HOLD-CORP-ITEM-CD    PIC 9(09) VALUE ZERO.
           05  WS-CUR-COST             PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-CUR-COST-DATE        PIC X(10) VALUE SPACES.
           05  WS-PRIOR-COST           PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-COST-ROWS            PIC 9(01) VALUE ZERO.

      ******************************************************************
      * CONTROL-BREAK HOLD FIELDS, SAME AS TBXPBOOK'S.  ONLY EXCEPTION *
      * ROWS PRINT, SO A ROG OR SECTION WITH NOTHING TO REPORT PRINTS  *
      * NO HEADING AT ALL.                                             *
      ******************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-ROG             PIC X(03) VALUE HIGH-VALUES.
           05  WS-PREV-SECT            PIC X(02) VALUE HIGH-VALUES.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(42) VALUE
                   'MARGIN EXCEPTION REPORT - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-ROG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG: '.
               10  WS-R-ROG            PIC X(03).
           05  WS-SECT-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(16) VALUE
                   'RETAIL SECTION: '.
               10  WS-S-SECT           PIC X(02).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  FILLER              PIC X(14) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(15) VALUE 'UPC'.
               10  FILLER              PIC X(11) VALUE 'UNIT-RING'.
               10  FILLER              PIC X(11) VALUE 'UNIT-COST'.
               10  FILLER              PIC X(11) VALUE 'MARGIN%'.
               10  FILLER              PIC X(08) VALUE 'MIN%'.
               10  FILLER              PIC X(12) VALUE 'PRIOR-COST'.
               10  FILLER              PIC X(12) VALUE 'COST-EFF'.
               10  FILLER              PIC X(21) VALUE 'EXCEPTION'.
               10  FILLER              PIC X(03) VALUE 'OVR'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-D-UPC-MANUF      PIC 9(06).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-D-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-RING           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-UNIT-COST      PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-MARGIN-PCT     PIC -ZZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-MIN-MARGIN     PIC ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-PRIOR-COST     PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-COST-EFF-DATE  PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-EXCEPTION      PIC X(20).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-OVRD           PIC X(01).
           05  WS-SECT-TOTAL-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(25) VALUE
                   'EXCEPTIONS IN SECTION'.
               10  WS-T-SECT-CT        PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * EVERY ACTIVE ITEM WITH ITS SECTION'S MARGIN FLOOR, ORDERED FOR *
      * THE ROG/RETAIL_SECT CONTROL BREAKS.  A SECTION NOT ON SECT_REF *
      * HAS NO FLOOR (ZERO) BUT ITS ITEMS STILL GET THE COST-UP CHECK. *
      ******************************************************************
       EXEC SQL
           DECLARE MARGIN_ITEMS CURSOR FOR
           SELECT   X.ROG,
                    X.RETAIL_SECT,
                    X.CORP_ITEM_CD,
                    X.UPC_MANUF,
                    X.UPC_SALES,
                    X.RING,
                    X.RING_QTY,
                    COALESCE(S.MIN_MARGIN_PCT, 0)
           FROM     X
                    LEFT OUTER JOIN SECT_REF S
                    ON S.RETAIL_SECT = X.RETAIL_SECT
           WHERE    X.STATUS_RUPC ¬= 'D'
              AND   X.STATUS_RUPC ¬= 'X'
           ORDER BY X.ROG, X.RETAIL_SECT, X.CORP_ITEM_CD,
                    X.UPC_MANUF, X.UPC_SALES
       END-EXEC.

      ******************************************************************
      * THE COST IN FORCE TODAY AND THE ONE BEFORE IT -- THE SAME      *
      * "LATEST EFFECTIVE ON OR BEFORE TODAY" RULE THE LOW-MARGIN EDIT *
      * USES, READ TWO DEEP.                                           *
      ******************************************************************
       EXEC SQL
           DECLARE ITEM_COSTS CURSOR FOR
           SELECT   COST_EFF_DATE,
                    UNIT_COST
           FROM     ITEM_COST
           WHERE    ROG            = :COST-ROG
              AND   CORP_ITEM_CD   = :COST-CORP-ITEM-CD
              AND   COST_EFF_DATE <= CURRENT DATE
           ORDER BY COST_EFF_DATE DESC
           FETCH FIRST 2 ROWS ONLY
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE

           EXEC SQL
               OPEN MARGIN_ITEMS
           END-EXEC

           PERFORM UNTIL WS-EOF
               EXEC SQL
                   FETCH    MARGIN_ITEMS
                   INTO    :X-ROG,
                           :X-RETAIL-SECT,
                           :X-CORP-ITEM-CD,
                           :X-UPC-MANUF,
                           :X-UPC-SALES,
                           :X-RING,
                           :X-RING-QTY,
                           :SECT-MIN-MARGIN-PCT
               END-EXEC
               IF SQLCODE = 100
                   SET WS-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ITEM-READ-CT
                   PERFORM 2000-CHECK-ITEM
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE MARGIN_ITEMS
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT MARGIN-RPT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-HDG-LINE-1.

      ******************************************************************
      * CLASSIFY ONE TABLE-X ROW.  AN ITEM PURCHASING HAS SENT NO COST *
      * FOR CANNOT BE MEASURED AND IS SKIPPED, THE SAME WAY IT PASSES  *
      * THE LOW-MARGIN EDIT.  MARGIN IS ON THE PER-UNIT RING (RING     *
      * OVER RING_QTY), AS THE EDIT TAKES IT, SINCE THE COST IS A      *
      * UNIT COST.                                                     *
      ******************************************************************
       2000-CHECK-ITEM.
           IF X-ROG NOT = WS-HOLD-ROG
              OR X-CORP-ITEM-CD NOT = WS-HOLD-CORP-ITEM-CD
               PERFORM 2100-LOOKUP-COST
           END-IF

           MOVE 'N' TO WS-BELOW-FLOOR-SW
           MOVE 'N' TO WS-COST-UP-SW

           IF X-RING-QTY NOT > ZERO
               MOVE 1 TO X-RING-QTY
           END-IF
           COMPUTE WS-UNIT-RING ROUNDED = X-RING / X-RING-QTY

           IF WS-COST-FOUND
              AND WS-UNIT-RING > ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-UNIT-RING - WS-CUR-COST) * 100 / WS-UNIT-RING
               IF SECT-MIN-MARGIN-PCT > ZERO
                  AND WS-MARGIN-PCT < SECT-MIN-MARGIN-PCT
                   SET WS-BELOW-FLOOR TO TRUE
                   ADD 1 TO WS-BELOW-FLOOR-CT
               END-IF
               IF WS-PRIOR-FOUND
                  AND WS-CUR-COST > WS-PRIOR-COST
                  AND WS-RING-UP-CT = ZERO
                   SET WS-COST-UP TO TRUE
                   ADD 1 TO WS-COST-UP-CT
               END-IF
           END-IF

           IF WS-BELOW-FLOOR OR WS-COST-UP
               PERFORM 3000-WRITE-EXCEPTION
           END-IF.

      ******************************************************************
      * FETCH THE ITEM'S CURRENT AND PRIOR COST, THEN -- ONLY WHEN THE *
      * COST WENT UP -- COUNT THE X_HIST RING INCREASES FOR THE ROG/   *
      * CORP_ITEM_CD ON OR AFTER THE DAY THE NEW COST TOOK EFFECT.     *
      * ANY SUCH INCREASE, BY ANY JOB OR OPERATOR, COUNTS AS THE       *
      * MATCHING RING CHANGE; WHETHER IT WAS ENOUGH IS WHAT THE BELOW- *
      * FLOOR TEST IS FOR.  THE INCREASE IS PER UNIT, COMPARED CROSS-  *
      * MULTIPLIED SO NO RING_QTY IS EVER DIVIDED BY; A ZERO OLD       *
      * RING_QTY IS A NEW-ITEM SETUP ROW, WHICH COUNTS AS BEFORE.      *
      ******************************************************************
       2100-LOOKUP-COST.
           MOVE X-ROG              TO WS-HOLD-ROG
           MOVE X-CORP-ITEM-CD     TO WS-HOLD-CORP-ITEM-CD
           MOVE X-ROG              TO COST-ROG
           MOVE X-CORP-ITEM-CD     TO COST-CORP-ITEM-CD
           MOVE 'N'                TO WS-COST-FOUND-SW
           MOVE 'N'                TO WS-PRIOR-FOUND-SW
           MOVE 'N'                TO WS-COST-EOF-SW
           MOVE ZERO               TO WS-COST-ROWS
           MOVE ZERO               TO WS-CUR-COST
           MOVE ZERO               TO WS-PRIOR-COST
           MOVE SPACES             TO WS-CUR-COST-DATE
           MOVE ZERO               TO WS-RING-UP-CT

           EXEC SQL
               OPEN ITEM_COSTS
           END-EXEC

           PERFORM UNTIL WS-COST-EOF
               EXEC SQL
                   FETCH    ITEM_COSTS
                   INTO    :COST-EFF-DATE,
                           :COST-UNIT-COST
               END-EXEC
               IF SQLCODE = 100
                   SET WS-COST-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-COST-ROWS
                   IF WS-COST-ROWS = 1
                       SET WS-COST-FOUND TO TRUE
                       MOVE COST-UNIT-COST TO WS-CUR-COST
                       MOVE COST-EFF-DATE  TO WS-CUR-COST-DATE
                   ELSE
                       SET WS-PRIOR-FOUND TO TRUE
                       MOVE COST-UNIT-COST TO WS-PRIOR-COST
                   END-IF
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ITEM_COSTS
           END-EXEC

           IF WS-PRIOR-FOUND
              AND WS-CUR-COST > WS-PRIOR-COST
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-RING-UP-CT
                   FROM   X_HIST
                   WHERE  ROG                    = :COST-ROG
                     AND  CORP_ITEM_CD           = :COST-CORP-ITEM-CD
                     AND (OLD_RING_QTY           = 0
                      OR  NEW_RING * OLD_RING_QTY
                                     > OLD_RING * NEW_RING_QTY)
                     AND  DATE(CHANGE_TIMESTAMP) >= :WS-CUR-COST-DATE
               END-EXEC
           END-IF.

      ******************************************************************
      * TWO-LEVEL CONTROL BREAK AS IN TBXPBOOK'S 0040-PROCESS-ROW,     *
      * TAKEN ONLY FOR ROWS THAT ARE EXCEPTIONS.                       *
      ******************************************************************
       3000-WRITE-EXCEPTION.
           IF X-ROG NOT = WS-PREV-ROG
               IF WS-SECT-EXCP-CT > ZERO
                   PERFORM 3100-SECTION-TOTAL
               END-IF
               MOVE X-ROG TO WS-PREV-ROG
               MOVE HIGH-VALUES TO WS-PREV-SECT
               MOVE X-ROG TO WS-R-ROG
               MOVE SPACES TO MARGIN-RPT-RECORD
               WRITE MARGIN-RPT-RECORD FROM WS-ROG-LINE
           END-IF

           IF X-RETAIL-SECT NOT = WS-PREV-SECT
               IF WS-SECT-EXCP-CT > ZERO
                   PERFORM 3100-SECTION-TOTAL
               END-IF
               MOVE X-RETAIL-SECT TO WS-PREV-SECT
               MOVE X-RETAIL-SECT TO WS-S-SECT
               MOVE SPACES TO MARGIN-RPT-RECORD
               WRITE MARGIN-RPT-RECORD FROM WS-SECT-LINE
               MOVE SPACES TO MARGIN-RPT-RECORD
               WRITE MARGIN-RPT-RECORD FROM WS-HDG-LINE-2
           END-IF

           EVALUATE TRUE
               WHEN WS-BELOW-FLOOR AND WS-COST-UP
                   MOVE 'BELOW FLOOR+COST UP' TO WS-D-EXCEPTION
               WHEN WS-BELOW-FLOOR
                   MOVE 'BELOW FLOOR'         TO WS-D-EXCEPTION
               WHEN OTHER
                   MOVE 'COST UP/NO RING CHG' TO WS-D-EXCEPTION
           END-EVALUATE

           MOVE ZERO TO WS-OVRD-CT
           IF WS-BELOW-FLOOR
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-OVRD-CT
                   FROM   PRICE_OVRD
                   WHERE  ROG          = :X-ROG
                     AND  CORP_ITEM_CD = :X-CORP-ITEM-CD
               END-EXEC
           END-IF
           IF WS-OVRD-CT > ZERO
               MOVE 'Y' TO WS-D-OVRD
           ELSE
               MOVE SPACE TO WS-D-OVRD
           END-IF

           MOVE X-CORP-ITEM-CD         TO WS-D-CORP-ITEM-CD
           MOVE X-UPC-MANUF            TO WS-D-UPC-MANUF
           MOVE X-UPC-SALES            TO WS-D-UPC-SALES
           MOVE WS-UNIT-RING           TO WS-D-RING
           MOVE WS-CUR-COST            TO WS-D-UNIT-COST
           MOVE WS-MARGIN-PCT          TO WS-D-MARGIN-PCT
           MOVE SECT-MIN-MARGIN-PCT    TO WS-D-MIN-MARGIN
           MOVE WS-PRIOR-COST          TO WS-D-PRIOR-COST
           MOVE WS-CUR-COST-DATE       TO WS-D-COST-EFF-DATE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-SECT-EXCP-CT
           ADD 1 TO WS-GRAND-EXCP-CT.

       3100-SECTION-TOTAL.
           MOVE WS-SECT-EXCP-CT TO WS-T-SECT-CT
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-SECT-TOTAL-LINE
           MOVE ZERO TO WS-SECT-EXCP-CT.

       6000-FINAL-COUNT.
           IF WS-SECT-EXCP-CT > ZERO
               PERFORM 3100-SECTION-TOTAL
           END-IF

           MOVE 'ACTIVE ITEMS CHECKED'  TO WS-RPT-LABEL
           MOVE WS-ITEM-READ-CT         TO WS-RPT-VALUE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ITEMS BELOW FLOOR'     TO WS-RPT-LABEL
           MOVE WS-BELOW-FLOOR-CT       TO WS-RPT-VALUE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'COST UP, NO RING CHANGE' TO WS-RPT-LABEL
           MOVE WS-COST-UP-CT           TO WS-RPT-VALUE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'EXCEPTION LINES'       TO WS-RPT-LABEL
           MOVE WS-GRAND-EXCP-CT        TO WS-RPT-VALUE
           MOVE SPACES TO MARGIN-RPT-RECORD
           WRITE MARGIN-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE MARGIN-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "ACTIVE ITEMS CHECKED : " WS-ITEM-READ-CT.
           DISPLAY "ITEMS BELOW FLOOR    : " WS-BELOW-FLOOR-CT.
           DISPLAY "COST UP, NO RING CHG : " WS-COST-UP-CT.
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
           MOVE 'TBXMARGN' TO JRL-JOB-NAME
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
               DISPLAY "TBXMARGN - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXMARGN - " JRL-MISSING-DSP
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
                   DISPLAY "TBXMARGN - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXMARGN - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXMARGN - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXMARGN - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXMARGN - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'ITEMS CHECKED'       TO JRL-COUNT-LBL-1
               MOVE WS-ITEM-READ-CT       TO JRL-COUNT-1
               MOVE 'BELOW FLOOR'         TO JRL-COUNT-LBL-2
               MOVE WS-BELOW-FLOOR-CT     TO JRL-COUNT-2
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
