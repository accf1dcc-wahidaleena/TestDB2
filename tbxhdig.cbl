                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DIGRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 133 CHARACTERS.
       01  DIGEST-RPT-RECORD          PIC X(133).

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

       01  WS-FILE-STATUSES.
           05  WS-TO-DATE-ISO          PIC X(10) VALUE SPACES.
           05  WS-SWING-THRESHOLD      PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-RING-MOVE            PIC S9(5)V99 COMP-3 VALUE ZERO.
      *    PER-UNIT OLD/NEW RING (RING OVER RING_QTY) -- A MOVE FROM
      *    $2.49 TO "2 FOR $5" IS A ONE-CENT SWING, NOT $2.51.
           05  WS-OLD-UNIT-RING        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-NEW-UNIT-RING        PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-AVG-MOVE             PIC S9(5)V99 COMP-3 VALUE ZERO.

      ******************************************************************
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(06) VALUE 'SECT'.
               10  FILLER              PIC X(13) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(14) VALUE 'OLD-RING'.
               10  FILLER              PIC X(14) VALUE 'NEW-RING'.
               10  FILLER              PIC X(12) VALUE 'SWING'.
               10  FILLER              PIC X(10) VALUE 'JOB-ID'.
               10  FILLER              PIC X(16) VALUE
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-OLD-QTY-GRP.
                   15  WS-D-OLD-QTY    PIC Z9.
                   15  WS-D-OLD-SLASH  PIC X(01).
               10  WS-D-OLD-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-NEW-QTY-GRP.
                   15  WS-D-NEW-QTY    PIC Z9.
                   15  WS-D-NEW-SLASH  PIC X(01).
               10  WS-D-NEW-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-SWING          PIC ZZ,ZZ9.99-.
       EXEC SQL
           DECLARE HIST_RANGE CURSOR FOR
           SELECT   ROG, CORP_ITEM_CD, OLD_RING, NEW_RING,
                    OLD_RING_QTY, NEW_RING_QTY,
                    CHANGE_TIMESTAMP, JOB_ID
           FROM     X_HIST
           WHERE    DATE(CHANGE_TIMESTAMP) >= :WS-FROM-DATE-ISO
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DIGEST-HISTORY
           PERFORM 4000-SUMMARY-REPORT
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
               AT END
                   DISPLAY "TBXHDIG - DATE PARM CARD MISSING - ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
           END-READ

              OR PARM-TO-DATE < PARM-FROM-DATE
               DISPLAY "TBXHDIG - BAD DATE RANGE ON PARM CARD - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF

                           :HIST-CORP-ITEM-CD,
                           :HIST-OLD-RING,
                           :HIST-NEW-RING,
                           :HIST-OLD-RING-QTY,
                           :HIST-NEW-RING-QTY,
                           :HIST-CHANGE-TIMESTAMP,
                           :HIST-JOB-ID
               END-EXEC
       2100-DIGEST-ONE-ROW.
           PERFORM 2200-LOOKUP-RETAIL-SECT

           IF HIST-OLD-RING-QTY NOT > ZERO
               MOVE 1 TO HIST-OLD-RING-QTY
           END-IF
           IF HIST-NEW-RING-QTY NOT > ZERO
               MOVE 1 TO HIST-NEW-RING-QTY
           END-IF
           COMPUTE WS-OLD-UNIT-RING ROUNDED =
               HIST-OLD-RING / HIST-OLD-RING-QTY
           COMPUTE WS-NEW-UNIT-RING ROUNDED =
               HIST-NEW-RING / HIST-NEW-RING-QTY

           COMPUTE WS-RING-MOVE = WS-NEW-UNIT-RING - WS-OLD-UNIT-RING
           IF WS-RING-MOVE < ZERO
               COMPUTE WS-RING-MOVE = ZERO - WS-RING-MOVE
           END-IF
           MOVE HIST-ROG               TO WS-D-ROG
           MOVE WS-LKP-RETAIL-SECT     TO WS-D-SECT
           MOVE HIST-CORP-ITEM-CD      TO WS-D-CORP-ITEM-CD
           MOVE SPACES                 TO WS-D-OLD-QTY-GRP
                                          WS-D-NEW-QTY-GRP
           IF HIST-OLD-RING-QTY > 1
               MOVE HIST-OLD-RING-QTY  TO WS-D-OLD-QTY
               MOVE '/'                TO WS-D-OLD-SLASH
           END-IF
           IF HIST-NEW-RING-QTY > 1
               MOVE HIST-NEW-RING-QTY  TO WS-D-NEW-QTY
               MOVE '/'                TO WS-D-NEW-SLASH
           END-IF
           MOVE HIST-OLD-RING          TO WS-D-OLD-RING
           MOVE HIST-NEW-RING          TO WS-D-NEW-RING
           COMPUTE WS-D-SWING = WS-NEW-UNIT-RING - WS-OLD-UNIT-RING
           MOVE HIST-JOB-ID            TO WS-D-JOB-ID
           MOVE HIST-CHANGE-TIMESTAMP  TO WS-D-CHANGE-TS
           MOVE SPACES TO DIGEST-RPT-RECORD
           DISPLAY "HISTORY ROWS READ     : " WS-HIST-READ-CT.
           DISPLAY "SWINGS OVER THRESHOLD : " WS-DETAIL-CT.
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
           MOVE 'TBXHDIG' TO JRL-JOB-NAME
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
               DISPLAY "TBXHDIG - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXHDIG - " JRL-MISSING-DSP
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
                   DISPLAY "TBXHDIG - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXHDIG - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXHDIG - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXHDIG - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXHDIG - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'HISTORY READ'        TO JRL-COUNT-LBL-1
               MOVE WS-HIST-READ-CT       TO JRL-COUNT-1
               MOVE 'SWINGS LISTED'       TO JRL-COUNT-LBL-2
               MOVE WS-DETAIL-CT          TO JRL-COUNT-2
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
