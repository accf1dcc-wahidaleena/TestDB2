       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXCOSTL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * NIGHTLY VENDOR COST LOAD.                                      *
      * NOTHING IN THIS SYSTEM KNEW WHAT AN ITEM COSTS, SO A RING      *
      * BELOW COST SAILED THROUGH EVERY EDIT.  THIS JOB READS          *
      * PURCHASING'S COST FILE AND MAINTAINS ITEM_COST: ONE ROW PER    *
      * ROG/CORP_ITEM_CD PER COST EFFECTIVE DATE (UPDATE FIRST, INSERT *
      * ON NOT FOUND, SO A RE-SENT COST REPLACES RATHER THAN           *
      * DUPLICATES).  ROWS ARE KEPT BY DATE INSTEAD OF OVERLAID SO A   *
      * FUTURE-DATED COST WAITS ITS TURN -- THE LOW-MARGIN EDIT IN     *
      * TESTDB2, TBXRELSE AND TBXONLN ALWAYS USES THE LATEST COST      *
      * EFFECTIVE ON OR BEFORE TODAY -- AND SO THE WEEKLY TBXMARGN     *
      * REPORT CAN SEE WHAT THE COST WAS BEFORE IT WENT UP.            *
      * THE SAME RUN REFRESHES PRICE_OVRD FROM THE PRICING DESK'S      *
      * OVERRIDE FILE (THE ONE TESTDB2 AND TBXRELSE READ AS OVRDFILE)  *
      * SO TBXONLN, WHICH HAS NO NATIVE FILE I/O, HONORS THE SAME      *
      * OVERRIDES ONLINE.  BAD COST CARDS SUSPEND TO THIS JOB'S OWN    *
      * SUSPENSE DATASET IN THE SAME 90-BYTE IMAGE-PLUS-REASON LAYOUT  *
      * TESTDB2'S 3900-WRITE-SUSPENSE USES.                            *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FEED        ASSIGN TO COSTFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-COSTFEED-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO COSTSUSP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-STATUS.

           SELECT OVERRIDE-FILE    ASSIGN TO OVRDFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OVRD-STATUS.

           SELECT COST-RPT         ASSIGN TO COSTRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-COSTRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PURCHASING'S COST FILE: ONE RECORD PER ROG/CORP_ITEM_CD COST   *
      * CHANGE -- THE VENDOR UNIT COST AND THE DATE IT TAKES EFFECT    *
      * (CCYYMMDD).                                                    *
      ******************************************************************
       FD  COST-FEED
           RECORD CONTAINS 80 CHARACTERS.
       01  COST-FEED-RECORD.
           05  VC-ROG                  PIC X(03).
           05  VC-CORP-ITEM-CD         PIC 9(09).
           05  VC-UNIT-COST            PIC 9(5)V99.
           05  VC-EFF-DATE             PIC 9(08).
           05  VC-EFF-DATE-PARTS       REDEFINES VC-EFF-DATE.
               10  VC-EFF-CCYY         PIC 9(04).
               10  VC-EFF-MM           PIC 9(02).
               10  VC-EFF-DD           PIC 9(02).
           05  FILLER                  PIC X(53).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SUSP-INFILE-IMAGE       PIC X(80).
           05  SUSP-REASON-CD          PIC X(10).

      ******************************************************************
      * SAME CARD LAYOUT AS TESTDB2'S OVERRIDE-FILE -- THE DESK LOADS  *
      * ONE FILE AND THE JCL POINTS EVERY JOB AT IT.                   *
      ******************************************************************
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OVERRIDE-RECORD.
           05  OV-ROG                  PIC X(03).
           05  OV-CORP-ITEM-CD         PIC 9(09).
           05  FILLER                  PIC X(68).

       FD  COST-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  COST-RPT-RECORD            PIC X(133).

      ******************************************************************
      * OPTIONAL RUN CARD FOR THE JOB-RUN LEDGER (LAYOUT IN WSJOBRUN). *
      ******************************************************************
       FD  RUN-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSJOBRUN.

       COPY WSCOST.
       COPY WSCTL.

       01  WS-FILE-STATUSES.
           05  WS-COSTFEED-STATUS      PIC X(02) VALUE '00'.
           05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
           05  WS-OVRD-STATUS          PIC X(02) VALUE '00'.
           05  WS-COSTRPT-STATUS       PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FEED-EOF-SW          PIC X     VALUE 'N'.
               88  WS-FEED-EOF             VALUE 'Y'.
           05  WS-OVRD-EOF-SW          PIC X     VALUE 'N'.
               88  WS-OVRD-EOF             VALUE 'Y'.
           05  WS-EDIT-SW              PIC X     VALUE 'Y'.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.

       01  WS-COST-COUNTERS.
           05  WS-FEED-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-INSERT-CT            PIC 9(9)  VALUE ZERO.
           05  WS-OVRD-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-OVRD-LOAD-CT         PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(10) VALUE SPACES.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(36) VALUE
                   'VENDOR COST LOAD REPORT - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED
           PERFORM 3000-REFRESH-OVERRIDES
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT  COST-FEED
           OPEN OUTPUT SUSPENSE-FILE
                       COST-RPT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-HDG-LINE-1.

       2000-LOAD-FEED.
           PERFORM UNTIL WS-FEED-EOF
               READ COST-FEED
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ-CT
                       PERFORM 2100-PROCESS-ONE-COST
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-COST.
           PERFORM 2200-EDIT-COST
           IF WS-EDIT-OK
               PERFORM 2300-APPLY-COST
               PERFORM 5000-COMMIT-PARA
           ELSE
               ADD 1 TO WS-REJECT-CT
               PERFORM 3900-WRITE-SUSPENSE
           END-IF.

      ******************************************************************
      * EDIT/VALIDATION -- FIRST FAILURE WINS, LIKE TESTDB2'S          *
      * 3000-EDIT-PARA.  A ZERO COST WOULD MAKE EVERY RING LOOK LIKE   *
      * 100 PERCENT MARGIN AND HIDE A REAL LOSS, SO IT SUSPENDS        *
      * RATHER THAN LOADS.                                             *
      ******************************************************************
       2200-EDIT-COST.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           IF VC-ROG = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ROG'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (VC-CORP-ITEM-CD IS NOT NUMERIC
                   OR VC-CORP-ITEM-CD = ZERO)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ITEM'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (VC-UNIT-COST IS NOT NUMERIC
                   OR VC-UNIT-COST NOT > ZERO)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-COST'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (VC-EFF-DATE IS NOT NUMERIC
                   OR VC-EFF-MM < 01 OR VC-EFF-MM > 12
                   OR VC-EFF-DD < 01 OR VC-EFF-DD > 31)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-DATE'  TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * ADD OR REPLACE: UPDATE FIRST, AND ONLY WHEN THE ROG/ITEM HAS   *
      * NO COST FOR THAT EFFECTIVE DATE (SQLCODE 100) INSERT ONE --    *
      * SAME ORDER AS TBXSECTM'S 2300-APPLY-SECTION, SINCE PURCHASING  *
      * RE-SENDS A CORRECTED COST UNDER THE SAME DATE.                 *
      ******************************************************************
       2300-APPLY-COST.
           MOVE VC-ROG                 TO COST-ROG
           MOVE VC-CORP-ITEM-CD        TO COST-CORP-ITEM-CD
           MOVE VC-UNIT-COST           TO COST-UNIT-COST
           MOVE VC-EFF-DATE (1:4)      TO COST-EFF-DATE (1:4)
           MOVE '-'                    TO COST-EFF-DATE (5:1)
           MOVE VC-EFF-DATE (5:2)      TO COST-EFF-DATE (6:2)
           MOVE '-'                    TO COST-EFF-DATE (8:1)
           MOVE VC-EFF-DATE (7:2)      TO COST-EFF-DATE (9:2)

           EXEC SQL
               UPDATE   ITEM_COST
                  SET   UNIT_COST      = :COST-UNIT-COST
               WHERE    ROG            = :COST-ROG
                 AND    CORP_ITEM_CD   = :COST-CORP-ITEM-CD
                 AND    COST_EFF_DATE  = :COST-EFF-DATE
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   ADD 1 TO WS-UPDATE-CT
               WHEN SQLCODE = 100
                   PERFORM 2400-INSERT-COST
               WHEN OTHER
                   ADD 1 TO WS-REJECT-CT
                   MOVE 'UPD-FAIL'  TO WS-EDIT-REASON
                   PERFORM 3900-WRITE-SUSPENSE
           END-EVALUATE.

       2400-INSERT-COST.
           EXEC SQL
               INSERT INTO ITEM_COST
                     ( ROG, CORP_ITEM_CD, COST_EFF_DATE, UNIT_COST )
               VALUES ( :COST-ROG, :COST-CORP-ITEM-CD,
                        :COST-EFF-DATE, :COST-UNIT-COST )
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-CT
           ELSE
               ADD 1 TO WS-REJECT-CT
               MOVE 'INS-FAIL'  TO WS-EDIT-REASON
               PERFORM 3900-WRITE-SUSPENSE
           END-IF.

      ******************************************************************
      * REPLACE PRICE_OVRD WITH TONIGHT'S OVERRIDE FILE.  A MISSING    *
      * OR EMPTY DATASET MEANS NO OVERRIDES, EXACTLY AS IT DOES IN     *
      * TESTDB2'S 0023-LOAD-OVERRIDES, SO THE TABLE IS EMPTIED EITHER  *
      * WAY -- YESTERDAY'S LOSS-LEADER LIST MUST NOT OUTLIVE THE FILE. *
      * A DUPLICATE CARD FAILS ITS INSERT AND IS SIMPLY NOT COUNTED.   *
      ******************************************************************
       3000-REFRESH-OVERRIDES.
           EXEC SQL
               DELETE FROM PRICE_OVRD
           END-EXEC

           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS = '00'
               PERFORM UNTIL WS-OVRD-EOF
                   READ OVERRIDE-FILE
                       AT END
                           SET WS-OVRD-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-OVRD-READ-CT
                           PERFORM 3100-INSERT-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       3100-INSERT-OVERRIDE.
           MOVE OV-ROG          TO COST-ROG
           MOVE OV-CORP-ITEM-CD TO COST-CORP-ITEM-CD

           EXEC SQL
               INSERT INTO PRICE_OVRD
                     ( ROG, CORP_ITEM_CD )
               VALUES ( :COST-ROG, :COST-CORP-ITEM-CD )
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-OVRD-LOAD-CT
           END-IF.

      ******************************************************************
      * SAME 90-BYTE IMAGE-PLUS-REASON LAYOUT AS TESTDB2'S             *
      * 3900-WRITE-SUSPENSE, ON THIS JOB'S OWN SUSPENSE DATASET.       *
      ******************************************************************
       3900-WRITE-SUSPENSE.
           MOVE SPACES             TO SUSPENSE-RECORD
           MOVE COST-FEED-RECORD   TO SUSP-INFILE-IMAGE
           MOVE WS-EDIT-REASON     TO SUSP-REASON-CD
           WRITE SUSPENSE-RECORD.

      ******************************************************************
      * COMMIT EVERY WS-CKPT-INTERVAL COSTS -- PURCHASING'S FILE CAN   *
      * CARRY A COST FOR EVERY ITEM IN EVERY ROG AFTER A VENDOR-WIDE   *
      * INCREASE.                                                      *
      ******************************************************************
       5000-COMMIT-PARA.
           ADD 1 TO WS-CKPT-SINCE-LAST
           IF WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-CKPT-SINCE-LAST
           END-IF.

       6000-FINAL-COUNT.
           EXEC SQL
               COMMIT
           END-EXEC

           MOVE 'COST RECORDS READ'    TO WS-RPT-LABEL
           MOVE WS-FEED-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'COSTS ADDED'          TO WS-RPT-LABEL
           MOVE WS-INSERT-CT           TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'COSTS REPLACED'       TO WS-RPT-LABEL
           MOVE WS-UPDATE-CT           TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'RECORDS SUSPENDED'    TO WS-RPT-LABEL
           MOVE WS-REJECT-CT           TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'OVERRIDE CARDS READ'  TO WS-RPT-LABEL
           MOVE WS-OVRD-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'OVERRIDES LOADED'     TO WS-RPT-LABEL
           MOVE WS-OVRD-LOAD-CT        TO WS-RPT-VALUE
           MOVE SPACES TO COST-RPT-RECORD
           WRITE COST-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE COST-FEED
                 SUSPENSE-FILE
                 COST-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "COST RECORDS READ    : " WS-FEED-READ-CT.
           DISPLAY "COSTS ADDED          : " WS-INSERT-CT.
           DISPLAY "COSTS REPLACED       : " WS-UPDATE-CT.
           DISPLAY "RECORDS SUSPENDED    : " WS-REJECT-CT.
           DISPLAY "OVERRIDES LOADED     : " WS-OVRD-LOAD-CT.
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
           MOVE 'TBXCOSTL' TO JRL-JOB-NAME
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
               DISPLAY "TBXCOSTL - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXCOSTL - " JRL-MISSING-DSP
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
                   DISPLAY "TBXCOSTL - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXCOSTL - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXCOSTL - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXCOSTL - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXCOSTL - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'RECORDS READ'        TO JRL-COUNT-LBL-1
               MOVE WS-FEED-READ-CT       TO JRL-COUNT-1
               MOVE 'COSTS ADDED'         TO JRL-COUNT-LBL-2
               MOVE WS-INSERT-CT          TO JRL-COUNT-2
               MOVE 'COSTS REPLACED'      TO JRL-COUNT-LBL-3
               MOVE WS-UPDATE-CT          TO JRL-COUNT-3
               MOVE 'SUSPENDED'           TO JRL-COUNT-LBL-4
               MOVE WS-REJECT-CT          TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
