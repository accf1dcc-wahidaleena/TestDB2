                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-POSI-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  BACKOUT-RPT-RECORD         PIC X(133).

       FD  POS-INTRFC-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  POSI-RECORD.
           05  POSI-ROG                PIC X(03).
           05  POSI-CORP-ITEM-CD       PIC 9(09).
           05  POSI-OLD-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-NEW-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-EFF-TIMESTAMP      PIC X(26).
           05  POSI-OLD-RING-QTY       PIC 9(02).
           05  POSI-NEW-RING-QTY       PIC 9(02).

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
       COPY WSAUDIT.
       COPY WSHIST.
               10  FILLER              PIC X(12) VALUE 'DISPOSITION'.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(13) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(14) VALUE 'CUR-RING'.
               10  FILLER              PIC X(14) VALUE 'RST-RING'.
               10  FILLER              PIC X(11) VALUE 'CUR-PACK'.
               10  FILLER              PIC X(11) VALUE 'RST-PACK'.
               10  FILLER              PIC X(17) VALUE
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(02) VALUE SPACES.
      *        "2/" AHEAD OF A MULTI-QUANTITY RING, BLANK FOR ONE UNIT
               10  WS-D-CUR-QTY-GRP.
                   15  WS-D-CUR-QTY    PIC Z9.
                   15  WS-D-CUR-SLASH  PIC X(01).
               10  WS-D-CUR-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-RST-QTY-GRP.
                   15  WS-D-RST-QTY    PIC Z9.
                   15  WS-D-RST-SLASH  PIC X(01).
               10  WS-D-RST-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-CUR-PACK       PIC ZZ,ZZ9.99.
           SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    OLD_RING, NEW_RING,
                    OLD_RING_QTY, NEW_RING_QTY,
                    OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                    CHANGE_TIMESTAMP
           FROM     X_HIST
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
                           :HIST-CHANGE-TIMESTAMP
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
               AT END
                   DISPLAY "TBXBKOUT - PARM CARD MISSING - ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
           END-READ
           IF PARM-JOB-ID = SPACES
               DISPLAY "TBXBKOUT - JOB-ID PARM BLANK - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           MOVE PARM-JOB-ID TO WS-PARM-JOB-ID
           ADD 1 TO WS-READ-CT

           MOVE ZERO TO X-RING
           MOVE ZERO TO X-RING-QTY
           MOVE ZERO TO X-PACK-RETAIL
           EXEC SQL
               SELECT   RING,
                        RING_QTY,
                        PACK_RETAIL
               INTO    :X-RING,
                       :X-RING-QTY,
                       :X-PACK-RETAIL
               FROM     X
               WHERE    ROG            = :HIST-ROG
                   MOVE 'SQL-ERROR'  TO WS-D-DISPOSITION
                   PERFORM 0070-WRITE-DETAIL
               WHEN X-RING NOT = HIST-NEW-RING
                 OR X-RING-QTY NOT = HIST-NEW-RING-QTY
                 OR X-PACK-RETAIL NOT = HIST-NEW-PACK-RETAIL
                   ADD 1 TO WS-SKIP-CT
                   MOVE 'SKIPPED'    TO WS-D-DISPOSITION
           EXEC SQL
               UPDATE   X
                  SET   RING         = :HIST-OLD-RING,
                        RING_QTY     = :HIST-OLD-RING-QTY,
                        PACK_RETAIL  = :HIST-OLD-PACK-RETAIL
               WHERE    ROG            = :HIST-ROG
                  AND   CORP_ITEM_CD   = :HIST-CORP-ITEM-CD
       0070-WRITE-DETAIL.
           MOVE HIST-ROG               TO WS-D-ROG
           MOVE HIST-CORP-ITEM-CD      TO WS-D-CORP-ITEM-CD
           MOVE SPACES                 TO WS-D-CUR-QTY-GRP
                                          WS-D-RST-QTY-GRP
           IF X-RING-QTY > 1
               MOVE X-RING-QTY         TO WS-D-CUR-QTY
               MOVE '/'                TO WS-D-CUR-SLASH
           END-IF
           IF HIST-OLD-RING-QTY > 1
               MOVE HIST-OLD-RING-QTY  TO WS-D-RST-QTY
               MOVE '/'                TO WS-D-RST-SLASH
           END-IF
           MOVE X-RING                 TO WS-D-CUR-RING
           MOVE HIST-OLD-RING          TO WS-D-RST-RING
           MOVE X-PACK-RETAIL          TO WS-D-CUR-PACK
      ******************************************************************
      * AUDIT TRAIL FOR THE REVERSAL ITSELF -- SAME X_HIST INSERT AS   *
      * TESTDB2'S 4600-AUDIT-INSERT-HISTORY, ONLY REACHED AFTER THE    *
      * RESTORE'S SQLCODE = 0.  REV_JOB_ID/REV_CHANGE_TS NAME THE ROW  *
      * BEING REVERSED, SO TBXHINQ CAN SHOW A CHANGE AS BACKED OUT     *
      * AND THE REVALUATION CAN OFFSET IT AGAINST THE ORIGINAL RUN.    *
      ******************************************************************
       4600-AUDIT-INSERT-HISTORY.
           MOVE HIST-ROG              TO AUD-ROG
           MOVE HIST-UNIT-TYPE        TO AUD-UNIT-TYPE
           MOVE HIST-NEW-RING         TO AUD-OLD-RING
           MOVE HIST-OLD-RING         TO AUD-NEW-RING
           MOVE HIST-NEW-RING-QTY     TO AUD-OLD-RING-QTY
           MOVE HIST-OLD-RING-QTY     TO AUD-NEW-RING-QTY
      *    A REVERSAL NETS NO COUPONS -- THE RESTORED RING IS BOTH
      *    GROSS AND NET ON THE AUDIT ROW.
           MOVE HIST-OLD-RING         TO AUD-GROSS-RING
           MOVE HIST-OLD-PACK-RETAIL  TO AUD-NEW-PACK-RETAIL
           MOVE WS-JOB-ID             TO AUD-JOB-ID
           MOVE WS-USER-ID            TO AUD-USER-ID
           MOVE WS-PARM-JOB-ID        TO AUD-REV-JOB-ID
           MOVE HIST-CHANGE-TIMESTAMP TO AUD-REV-CHANGE-TS

           EXEC SQL
               SET :AUD-CHANGE-TIMESTAMP = CURRENT TIMESTAMP
                     ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       OLD_RING, NEW_RING, GROSS_RING,
                       OLD_RING_QTY, NEW_RING_QTY,
                       OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                       CHANGE_TIMESTAMP, JOB_ID, USER_ID,
                       REV_JOB_ID, REV_CHANGE_TS )
               VALUES ( :AUD-ROG, :AUD-CORP-ITEM-CD, :AUD-UPC-MANUF,
                        :AUD-UPC-SALES, :AUD-UPC-COUNTRY,
                        :AUD-UPC-SYSTEM, :AUD-UNIT-TYPE,
                        :AUD-OLD-RING, :AUD-NEW-RING, :AUD-GROSS-RING,
                        :AUD-OLD-RING-QTY, :AUD-NEW-RING-QTY,
                        :AUD-OLD-PACK-RETAIL, :AUD-NEW-PACK-RETAIL,
                        :AUD-CHANGE-TIMESTAMP, :AUD-JOB-ID,
                        :AUD-USER-ID,
                        :AUD-REV-JOB-ID, :AUD-REV-CHANGE-TS )
           END-EXEC.

      ******************************************************************
           MOVE HIST-NEW-PACK-RETAIL  TO POSI-OLD-PACK-RETAIL
           MOVE HIST-OLD-PACK-RETAIL  TO POSI-NEW-PACK-RETAIL
           MOVE AUD-CHANGE-TIMESTAMP  TO POSI-EFF-TIMESTAMP
           MOVE HIST-NEW-RING-QTY     TO POSI-OLD-RING-QTY
           MOVE HIST-OLD-RING-QTY     TO POSI-NEW-RING-QTY
           WRITE POSI-RECORD.

      ******************************************************************
           DISPLAY "ROWS SKIPPED-CHANGED : " WS-SKIP-CT.
           DISPLAY "ROWS IN ERROR        : " WS-ERROR-CT.
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
           MOVE 'TBXBKOUT' TO JRL-JOB-NAME
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
               DISPLAY "TBXBKOUT - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXBKOUT - " JRL-MISSING-DSP
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
                   DISPLAY "TBXBKOUT - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXBKOUT - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXBKOUT - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXBKOUT - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXBKOUT - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'ROWS IN WINDOW'      TO JRL-COUNT-LBL-1
               MOVE WS-READ-CT            TO JRL-COUNT-1
               MOVE 'BACKED OUT'          TO JRL-COUNT-LBL-2
               MOVE WS-UPDATE-CT          TO JRL-COUNT-2
               MOVE 'SKIPPED-CHANGED'     TO JRL-COUNT-LBL-3
               MOVE WS-SKIP-CT            TO JRL-COUNT-3
               MOVE 'IN ERROR'            TO JRL-COUNT-LBL-4
               MOVE WS-ERROR-CT           TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
