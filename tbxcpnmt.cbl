                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CPNRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 133 CHARACTERS.
       01  COUPON-RPT-RECORD          PIC X(133).

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
           05  WS-CPNFEED-STATUS       PIC X(02) VALUE '00'.
           05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED
           PERFORM 3000-EXPIRE-PAST-COUPONS
           PERFORM 4000-STATUS-REPORT
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       1000-INITIALIZE.
                   DISPLAY "TBXCPNMT - EXPIRE UPDATE FAILED SQLCODE="
                           SQLCODE
                   MOVE 16 TO RETURN-CODE
                   MOVE RETURN-CODE TO JRL-SAVE-RC
               END-IF
           END-IF.

           DISPLAY "COUPONS EXPIRED      : " WS-EXPIRE-CT.
           DISPLAY "COUPONS STILL ACTIVE : " WS-ACTIVE-CT.
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
           MOVE 'TBXCPNMT' TO JRL-JOB-NAME
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
               DISPLAY "TBXCPNMT - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXCPNMT - " JRL-MISSING-DSP
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
                   DISPLAY "TBXCPNMT - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXCPNMT - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXCPNMT - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXCPNMT - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXCPNMT - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'INSERTED'            TO JRL-COUNT-LBL-2
               MOVE WS-INSERT-CT          TO JRL-COUNT-2
               MOVE 'SUSPENDED'           TO JRL-COUNT-LBL-3
               MOVE WS-REJECT-CT          TO JRL-COUNT-3
               MOVE 'EXPIRED'             TO JRL-COUNT-LBL-4
               MOVE WS-EXPIRE-CT          TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
