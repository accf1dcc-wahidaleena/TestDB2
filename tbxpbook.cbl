      * EVERY ROG WHEN THE CARD SAYS ALL OR IS BLANK -- GROUPED BY     *
      * RETAIL_SECT WITH CONTROL BREAKS, SHOWING UPC, RING,            *
      * PACK_RETAIL, PRT_SIGN_IND AND ITEM_SELECTION, WITH PER-        *
      * SECTION ITEM COUNTS AND A GRAND TOTAL.  A MULTI-QUANTITY RING  *
      * PRINTS AS THE SHELF TAG SHOWS IT ("2/$5.00").                  *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PBOOK-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           RECORD CONTAINS 133 CHARACTERS.
       01  PBOOK-RPT-RECORD           PIC X(133).

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

       01  WS-FILE-STATUSES.
           05  WS-PREV-ROG             PIC X(03) VALUE HIGH-VALUES.
           05  WS-PREV-SECT            PIC X(02) VALUE HIGH-VALUES.

      ******************************************************************
      * SHELF-STYLE RING TEXT: "$2.49", OR "2/$5.00" WHEN THE RING     *
      * BUYS MORE THAN ONE UNIT (RING_QTY), BUILT LEFT-JUSTIFIED SO    *
      * THE STORES READ THE PRICE THE WAY THE TAG SHOWS IT.            *
      ******************************************************************
       01  WS-RING-TEXT-FIELDS.
           05  WS-RT-RING-ED           PIC $$$,$$9.99.
           05  WS-RT-QTY-ED            PIC Z9.
           05  WS-RT-LEAD              PIC S9(4) COMP VALUE ZERO.
           05  WS-RING-TEXT            PIC X(13).

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  FILLER              PIC X(14) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(16) VALUE 'UPC'.
               10  FILLER              PIC X(15) VALUE 'RING'.
               10  FILLER              PIC X(13) VALUE 'PACK-RETAIL'.
               10  FILLER              PIC X(06) VALUE 'SIGN'.
               10  FILLER              PIC X(08) VALUE 'ITM-SEL'.
               10  WS-D-UPC-DASH       PIC X(01) VALUE '-'.
               10  WS-D-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-RING           PIC X(13).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-PACK-RETAIL    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(05) VALUE SPACES.
                    UPC_MANUF,
                    UPC_SALES,
                    RING,
                    RING_QTY,
                    PACK_RETAIL,
                    PRT_SIGN_IND,
                    ITEM_SELECTION
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE

           EXEC SQL
                           :X-UPC-MANUF,
                           :X-UPC-SALES,
                           :X-RING,
                           :X-RING-QTY,
                           :X-PACK-RETAIL,
                           :X-PRT-SIGN-IND,
                           :X-ITEM-SELECTION
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
           MOVE X-CORP-ITEM-CD     TO WS-D-CORP-ITEM-CD
           MOVE X-UPC-MANUF        TO WS-D-UPC-MANUF
           MOVE X-UPC-SALES        TO WS-D-UPC-SALES
           PERFORM 0050-BUILD-RING-TEXT
           MOVE WS-RING-TEXT       TO WS-D-RING
           MOVE X-PACK-RETAIL      TO WS-D-PACK-RETAIL
           MOVE X-PRT-SIGN-IND     TO WS-D-PRT-SIGN
           MOVE X-ITEM-SELECTION   TO WS-D-ITEM-SEL
           ADD 1 TO WS-SECT-ITEM-CT
           ADD 1 TO WS-GRAND-ITEM-CT.

       0050-BUILD-RING-TEXT.
           MOVE SPACES TO WS-RING-TEXT
           MOVE X-RING TO WS-RT-RING-ED
           MOVE ZERO   TO WS-RT-LEAD
           INSPECT WS-RT-RING-ED TALLYING WS-RT-LEAD FOR LEADING SPACES

           IF X-RING-QTY > 1
               MOVE X-RING-QTY TO WS-RT-QTY-ED
               IF X-RING-QTY > 9
                   STRING WS-RT-QTY-ED                  DELIMITED SIZE
                          '/'                           DELIMITED SIZE
                          WS-RT-RING-ED (WS-RT-LEAD + 1:)
                                                        DELIMITED SIZE
                          INTO WS-RING-TEXT
               ELSE
                   STRING WS-RT-QTY-ED (2:1)            DELIMITED SIZE
                          '/'                           DELIMITED SIZE
                          WS-RT-RING-ED (WS-RT-LEAD + 1:)
                                                        DELIMITED SIZE
                          INTO WS-RING-TEXT
               END-IF
           ELSE
               MOVE WS-RT-RING-ED (WS-RT-LEAD + 1:) TO WS-RING-TEXT
           END-IF.

       0060-SECTION-TOTAL.
           MOVE WS-SECT-ITEM-CT TO WS-T-SECT-CT
           MOVE SPACES TO PBOOK-RPT-RECORD
           DISPLAY "------------------------------------------------".
           DISPLAY "TOTAL ITEMS IN PRICE BOOK: " WS-GRAND-ITEM-CT.
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
           MOVE 'TBXPBOOK' TO JRL-JOB-NAME
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
               DISPLAY "TBXPBOOK - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXPBOOK - " JRL-MISSING-DSP
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
                   DISPLAY "TBXPBOOK - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXPBOOK - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXPBOOK - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXPBOOK - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXPBOOK - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'ITEMS PRINTED'       TO JRL-COUNT-LBL-1
               MOVE WS-GRAND-ITEM-CT      TO JRL-COUNT-1
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
