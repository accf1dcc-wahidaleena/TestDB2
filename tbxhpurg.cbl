      * CONTROL REPORT SHOWS ROWS ARCHIVED, ROWS DELETED, AND THE      *
      * OLDEST ROW REMAINING, SO YEAR-END AUDIT CAN PROVE WHERE THE    *
      * HISTORY WENT.                                                  *
      *                                                                *
      * EVERY PURGED ROW IS ALSO LOADED, ALL COLUMNS, INTO X_HIST_ARCH *
      * -- AN INQUIRY-ONLY TABLE NOTHING UPDATES -- SO THE TBXHINQ     *
      * PRICE-HISTORY SCREEN CAN ANSWER A QUESTION ABOUT A CHANGE      *
      * OLDER THAN THE RETENTION WITHOUT A TAPE PULL.  THE LIVE ROW IS *
      * ONLY DELETED ONCE ITS X_HIST_ARCH COPY IS IN, IN THE SAME UNIT *
      * OF WORK.                                                       *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CTLRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * FIXED-FORMAT ARCHIVE IMAGE OF ONE X_HIST ROW, ALL COLUMNS IN   *
      * DISPLAY FORMAT SO THE TAPE IS READABLE WITHOUT THIS PROGRAM'S  *
      * HELP WHEN THE AUDITORS COME ASKING.  THE RING_QTY PAIR IS      *
      * APPENDED AFTER THE ORIGINAL 100 BYTES SO OLDER TAPES AND THE   *
      * READERS OF THEM LINE UP UNCHANGED.                             *
      ******************************************************************
       FD  ARCHIVE-FILE
           RECORD CONTAINS 104 CHARACTERS.
       01  ARCHIVE-RECORD.
           05  ARC-ROG                 PIC X(03).
           05  ARC-CORP-ITEM-CD        PIC 9(09).
           05  ARC-JOB-ID              PIC X(08).
           05  ARC-USER-ID             PIC X(08).
           05  FILLER                  PIC X(02).
           05  ARC-OLD-RING-QTY        PIC 9(02).
           05  ARC-NEW-RING-QTY        PIC 9(02).

       FD  CONTROL-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  CONTROL-RPT-RECORD         PIC X(133).

      ******************************************************************
      * OPTIONAL RUN CARD FOR THE JOB-RUN LEDGER (LAYOUT IN WSJOBRUN). *
      ******************************************************************
       FD  RUN-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSJOBRUN.

       COPY WSHIST.
       COPY WSCTL.

       01  WS-PURGE-COUNTERS.
           05  WS-ARCHIVE-CT           PIC 9(9)  VALUE ZERO.
           05  WS-DELETE-CT            PIC 9(9)  VALUE ZERO.
           05  WS-ARCH-LOAD-CT         PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-RETAIN-MONTHS        PIC S9(4) COMP VALUE ZERO.
      * STANDALONE DELETE ON.  NO ORDER BY: A CURSOR WITH ORDER BY IS  *
      * READ-ONLY TO DB2 AND COULD NOT BE DELETED THROUGH, AND THE     *
      * PURGE DOES NOT CARE WHAT ORDER THE OLD ROWS LEAVE IN.  WITH    *
      * HOLD BECAUSE 5000-COMMIT-PARA COMMITS MID-CURSOR.  THE COLUMNS *
      * THE TAPE DOES NOT CARRY ARE FETCHED FOR THE X_HIST_ARCH LOAD.  *
      ******************************************************************
       EXEC SQL
           DECLARE HIST_OLD CURSOR WITH HOLD FOR
           SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    OLD_RING, NEW_RING,
                    OLD_RING_QTY, NEW_RING_QTY,
                    OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                    CHANGE_TIMESTAMP, JOB_ID, USER_ID,
                    GROSS_RING, CHECKER_ID,
                    REV_JOB_ID, REV_CHANGE_TS
           FROM     X_HIST
           WHERE    CHANGE_TIMESTAMP < :WS-CUTOFF-TS
           FOR UPDATE
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE

           EXEC SQL
                           :HIST-UPC-COUNTRY, :HIST-UPC-SYSTEM,
                           :HIST-UNIT-TYPE,
                           :HIST-OLD-RING, :HIST-NEW-RING,
                           :HIST-OLD-RING-QTY, :HIST-NEW-RING-QTY,
                           :HIST-OLD-PACK-RETAIL,
                           :HIST-NEW-PACK-RETAIL,
                           :HIST-CHANGE-TIMESTAMP,
                           :HIST-JOB-ID, :HIST-USER-ID,
                           :HIST-GROSS-RING, :HIST-CHECKER-ID,
                           :HIST-REV-JOB-ID,
                           :HIST-REV-CHANGE-TS :HIST-REV-TS-IND
               END-EXEC
               IF SQLCODE = 100
                   SET WS-HIST-EOF TO TRUE
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
               AT END
                   DISPLAY "TBXHPURG - RETENTION PARM MISSING - ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
           END-READ
           IF PARM-RETAIN-MONTHS IS NOT NUMERIC
              OR PARM-RETAIN-MONTHS = ZERO
               DISPLAY "TBXHPURG - RETENTION PARM INVALID - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           MOVE PARM-RETAIN-MONTHS TO WS-RETAIN-MONTHS
           WRITE CONTROL-RPT-RECORD FROM WS-HDG-LINE-1.

      ******************************************************************
      * ONE OLD ROW: WRITE THE ARCHIVE IMAGE FIRST, LOAD THE INQUIRY   *
      * COPY, THEN DELETE THE ROW UNDER THE CURSOR.  IF THE LOAD OR    *
      * THE DELETE FAILS THE ROW STAYS IN THE LIVE TABLE AND THE TAPE  *
      * MERELY HOLDS A HARMLESS EXTRA COPY -- THE SAFE SIDE OF THAT    *
      * ORDERING.  A FAILED DELETE TAKES THE INQUIRY COPY BACK OUT SO  *
      * THE SCREEN NEVER SHOWS THE SAME CHANGE TWICE.                  *
      ******************************************************************
       0050-ARCHIVE-AND-DELETE.
           MOVE SPACES                 TO ARCHIVE-RECORD
           MOVE HIST-CHANGE-TIMESTAMP  TO ARC-CHANGE-TIMESTAMP
           MOVE HIST-JOB-ID            TO ARC-JOB-ID
           MOVE HIST-USER-ID           TO ARC-USER-ID
           MOVE HIST-OLD-RING-QTY      TO ARC-OLD-RING-QTY
           MOVE HIST-NEW-RING-QTY      TO ARC-NEW-RING-QTY
           WRITE ARCHIVE-RECORD
           ADD 1 TO WS-ARCHIVE-CT

           PERFORM 0060-LOAD-INQUIRY-COPY

           IF SQLCODE = 0
               EXEC SQL
                   DELETE FROM X_HIST
                   WHERE CURRENT OF HIST_OLD
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-DELETE-CT
                   ADD 1 TO WS-ARCH-LOAD-CT
               ELSE
                   DISPLAY "TBXHPURG - DELETE FAILED SQLCODE=" SQLCODE
                   PERFORM 0070-UNLOAD-INQUIRY-COPY
               END-IF
           ELSE
               DISPLAY "TBXHPURG - X_HIST_ARCH LOAD FAILED SQLCODE="
                       SQLCODE
           END-IF

           PERFORM 5000-COMMIT-PARA.

      ******************************************************************
      * INQUIRY COPY OF THE ROW JUST WRITTEN TO TAPE, EVERY COLUMN AS  *
      * IT STOOD IN X_HIST PLUS THE TIME IT WAS ARCHIVED.              *
      ******************************************************************
       0060-LOAD-INQUIRY-COPY.
           EXEC SQL
               INSERT INTO X_HIST_ARCH
                     ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       OLD_RING, NEW_RING, GROSS_RING,
                       OLD_RING_QTY, NEW_RING_QTY,
                       OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                       CHANGE_TIMESTAMP, JOB_ID, USER_ID,
                       CHECKER_ID, REV_JOB_ID, REV_CHANGE_TS,
                       ARCH_TIMESTAMP )
               VALUES ( :HIST-ROG, :HIST-CORP-ITEM-CD,
                        :HIST-UPC-MANUF, :HIST-UPC-SALES,
                        :HIST-UPC-COUNTRY, :HIST-UPC-SYSTEM,
                        :HIST-UNIT-TYPE,
                        :HIST-OLD-RING, :HIST-NEW-RING,
                        :HIST-GROSS-RING,
                        :HIST-OLD-RING-QTY, :HIST-NEW-RING-QTY,
                        :HIST-OLD-PACK-RETAIL, :HIST-NEW-PACK-RETAIL,
                        :HIST-CHANGE-TIMESTAMP, :HIST-JOB-ID,
                        :HIST-USER-ID, :HIST-CHECKER-ID,
                        :HIST-REV-JOB-ID,
                        :HIST-REV-CHANGE-TS :HIST-REV-TS-IND,
                        CURRENT TIMESTAMP )
           END-EXEC.

       0070-UNLOAD-INQUIRY-COPY.
           EXEC SQL
               DELETE FROM X_HIST_ARCH
               WHERE    ROG              = :HIST-ROG
                  AND   CORP_ITEM_CD     = :HIST-CORP-ITEM-CD
                  AND   UPC_MANUF        = :HIST-UPC-MANUF
                  AND   UPC_SALES        = :HIST-UPC-SALES
                  AND   UPC_COUNTRY      = :HIST-UPC-COUNTRY
                  AND   UPC_SYSTEM       = :HIST-UPC-SYSTEM
                  AND   UNIT_TYPE        = :HIST-UNIT-TYPE
                  AND   CHANGE_TIMESTAMP = :HIST-CHANGE-TIMESTAMP
                  AND   JOB_ID           = :HIST-JOB-ID
           END-EXEC.

      ******************************************************************
      * COMMIT EVERY WS-CKPT-INTERVAL ROWS, SIZED LIKE TESTDB2'S       *
      * CHECKPOINT CADENCE, SO THE PURGE NEVER HOLDS ENOUGH LOCKS TO   *
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE

           MOVE 'ROWS LOADED TO INQUIRY' TO WS-RPT-LABEL
           MOVE WS-ARCH-LOAD-CT        TO WS-RPT-VALUE
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE

           MOVE WS-OLDEST-TS           TO WS-R-OLDEST-TS
           MOVE SPACES TO CONTROL-RPT-RECORD
           WRITE CONTROL-RPT-RECORD FROM WS-OLDEST-LINE
           DISPLAY "------------------------------------------------".
           DISPLAY "ROWS ARCHIVED        : " WS-ARCHIVE-CT.
           DISPLAY "ROWS DELETED         : " WS-DELETE-CT.
           DISPLAY "ROWS LOADED TO INQ   : " WS-ARCH-LOAD-CT.
           DISPLAY "OLDEST ROW REMAINING : " WS-OLDEST-TS.
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
           MOVE 'TBXHPURG' TO JRL-JOB-NAME
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
               DISPLAY "TBXHPURG - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXHPURG - " JRL-MISSING-DSP
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
                   DISPLAY "TBXHPURG - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXHPURG - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXHPURG - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXHPURG - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXHPURG - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'ROWS ARCHIVED'       TO JRL-COUNT-LBL-1
               MOVE WS-ARCHIVE-CT         TO JRL-COUNT-1
               MOVE 'ROWS DELETED'        TO JRL-COUNT-LBL-2
               MOVE WS-DELETE-CT          TO JRL-COUNT-2
               MOVE 'LOADED TO INQ'       TO JRL-COUNT-LBL-3
               MOVE WS-ARCH-LOAD-CT       TO JRL-COUNT-3
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
