       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXAPPRX.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * TWO-PERSON APPROVAL END-OF-DAY EXPIRY AND MORNING REPORT.      *
      * TBXONLN QUEUES A LARGE ONLINE PRICE CHANGE (PER-UNIT SWING     *
      * OVER THE APPR_CTL THRESHOLDS, OR STATUS_RUPC TO 'D'/'X') ON    *
      * PRICE_APPR FOR A SECOND USER TO APPROVE, AND ITS APPROVAL      *
      * SCREEN ONLY OFFERS TODAY'S REQUESTS.  THIS JOB, RUN FIRST IN   *
      * THE NIGHTLY CYCLE AFTER MIDNIGHT, MARKS EVERY REQUEST STILL    *
      * PENDING FROM AN EARLIER DAY EXPIRED ('E') AND LISTS EACH ONE   *
      * -- ITEM, WHY IT WAS QUEUED, RING AND STATUS ASKED FOR, WHO     *
      * KEYED IT AND WHEN -- SO THE DESK SEES IN THE MORNING WHAT      *
      * NEVER GOT A CHECKER AND CAN RE-KEY IT.  THE SAME REPORT GIVES  *
      * YESTERDAY'S APPROVED AND REJECTED COUNTS.  THE JOB ALSO OWNS   *
      * THE APPROVAL CONTROLS, SINCE TBXONLN HAS NO NATIVE FILE I/O    *
      * TO READ CARDS: AN OPTIONAL PARM CARD RESETS THE SWING          *
      * THRESHOLDS ON APPR_CTL, AND AN OPTIONAL APPRUSER DATASET       *
      * REPLACES THE LIST OF USER IDS ON APPR_USER AUTHORIZED TO       *
      * APPROVE.  WITH EITHER DD LEFT OUT THE TABLE IS LEFT AS IT IS.  *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT APPROVER-FILE    ASSIGN TO APPRUSER
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-APPRUSER-STATUS.

           SELECT EXPIRE-RPT       ASSIGN TO EXPRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXPRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PARM CARD (OPTIONAL): COLUMNS 1-5 THE PER-UNIT RING SWING      *
      * PERCENT (999V99) AND COLUMNS 6-12 THE PER-UNIT DOLLAR SWING    *
      * (99999V99) ABOVE WHICH AN ONLINE CHANGE NEEDS A CHECKER.       *
      * ZERO TURNS THAT TEST OFF.                                      *
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-SWING-PCT          PIC 9(3)V99.
           05  PARM-SWING-AMT          PIC 9(5)V99.
           05  FILLER                  PIC X(68).

      ******************************************************************
      * ONE CARD PER USER ID AUTHORIZED TO APPROVE, COLUMNS 1-8.       *
      ******************************************************************
       FD  APPROVER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVER-RECORD.
           05  AU-USER-ID              PIC X(08).
           05  FILLER                  PIC X(72).

       FD  EXPIRE-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  EXPIRE-RPT-RECORD          PIC X(133).

      ******************************************************************
      * OPTIONAL RUN CARD FOR THE JOB-RUN LEDGER (LAYOUT IN WSJOBRUN). *
      ******************************************************************
       FD  RUN-CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-CARD-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSJOBRUN.

       COPY WSAPPR.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           05  WS-APPRUSER-STATUS      PIC X(02) VALUE '00'.
           05  WS-EXPRPT-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-APPRUSER-EOF-SW      PIC X     VALUE 'N'.
               88  WS-APPRUSER-EOF         VALUE 'Y'.
           05  WS-EXPIRE-EOF-SW        PIC X     VALUE 'N'.
               88  WS-EXPIRE-EOF           VALUE 'Y'.
           05  WS-CTL-SET-SW           PIC X     VALUE 'N'.
               88  WS-CTL-SET              VALUE 'Y'.

       01  WS-APPR-COUNTERS.
           05  WS-EXPIRE-CT            PIC 9(9)  VALUE ZERO.
           05  WS-APPROVED-CT          PIC 9(9)  VALUE ZERO.
           05  WS-REJECTED-CT          PIC 9(9)  VALUE ZERO.
           05  WS-APPRUSER-READ-CT     PIC 9(9)  VALUE ZERO.
           05  WS-APPRUSER-LOAD-CT     PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-DECIDED-CT           PIC S9(9) COMP VALUE ZERO.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(47) VALUE
                   'UNAPPROVED PRICE CHANGES EXPIRED - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(11) VALUE 'ITEM'.
               10  FILLER              PIC X(14) VALUE 'UPC'.
               10  FILLER              PIC X(12) VALUE 'REASON'.
               10  FILLER              PIC X(30) VALUE
                   'RING WAS -> REQUESTED'.
               10  FILLER              PIC X(06) VALUE 'STAT'.
               10  FILLER              PIC X(10) VALUE 'MAKER'.
               10  FILLER              PIC X(26) VALUE 'REQUESTED AT'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-D-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-UPC-MANUF      PIC 9(06).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-D-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-REASON         PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-OLD-QTY-GRP.
                   15  WS-D-OLD-RING-QTY
                                       PIC Z9.
                   15  WS-D-OLD-SLASH  PIC X(01).
               10  WS-D-OLD-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(04) VALUE ' -> '.
               10  WS-D-NEW-QTY-GRP.
                   15  WS-D-NEW-RING-QTY
                                       PIC Z9.
                   15  WS-D-NEW-SLASH  PIC X(01).
               10  WS-D-NEW-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-OLD-STATUS     PIC X(01).
               10  FILLER              PIC X(02) VALUE '->'.
               10  WS-D-NEW-STATUS     PIC X(01).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-MAKER-ID       PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-REQ-TS         PIC X(26).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * EVERY REQUEST STILL PENDING FROM BEFORE TODAY, BY ROG/ITEM.    *
      ******************************************************************
       EXEC SQL
           DECLARE EXPIRE_CURSOR CURSOR FOR
           SELECT   ROG,
                    CORP_ITEM_CD,
                    UPC_MANUF,
                    UPC_SALES,
                    RING,
                    RING_QTY,
                    STATUS_RUPC,
                    OLD_RING,
                    OLD_RING_QTY,
                    OLD_STATUS_RUPC,
                    APPR_REASON,
                    MAKER_USER_ID,
                    REQ_TIMESTAMP
           FROM     PRICE_APPR
           WHERE    APPR_STATUS         = 'P'
              AND   DATE(REQ_TIMESTAMP) < CURRENT DATE
           ORDER BY ROG,
                    CORP_ITEM_CD,
                    REQ_TIMESTAMP
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 1100-SET-THRESHOLDS
           PERFORM 1200-REFRESH-APPROVERS
           PERFORM 2000-EXPIRE-REQUESTS
           PERFORM 3000-COUNT-DECISIONS
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT EXPIRE-RPT
           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-HDG-LINE-1
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-HDG-LINE-2.

      ******************************************************************
      * A PARM CARD REPLACES THE APPR_CTL ROW.  NO CARD (OR A CARD     *
      * THAT IS NOT NUMERIC) LEAVES THE THRESHOLDS ALONE -- TBXONLN    *
      * FALLS BACK TO ITS OWN DEFAULTS ONLY WHEN THE TABLE IS EMPTY.   *
      * A REPLACE THAT FAILS IS ROLLED BACK SO THE OLD ROW SURVIVES    *
      * (THE COMMIT IN 2000-EXPIRE-REQUESTS WOULD OTHERWISE HARDEN AN  *
      * EMPTY TABLE) AND THE RUN ENDS RETURN CODE 8.                   *
      ******************************************************************
       1100-SET-THRESHOLDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SWING-PCT IS NUMERIC
                          AND PARM-SWING-AMT IS NUMERIC
                           SET WS-CTL-SET TO TRUE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-CTL-SET
               MOVE PARM-SWING-PCT TO APC-SWING-PCT
               MOVE PARM-SWING-AMT TO APC-SWING-AMT
               EXEC SQL
                   DELETE FROM APPR_CTL
               END-EXEC
               IF SQLCODE = 0
                  OR SQLCODE = 100
                   EXEC SQL
                       INSERT INTO APPR_CTL
                             ( SWING_PCT, SWING_AMT )
                       VALUES ( :APC-SWING-PCT, :APC-SWING-AMT )
                   END-EXEC
               END-IF
               IF SQLCODE = 0
                   DISPLAY "TBXAPPRX - APPROVAL SWING PCT "
                           PARM-SWING-PCT " AMT " PARM-SWING-AMT
               ELSE
                   DISPLAY "TBXAPPRX - APPR_CTL REPLACE FAILED SQLCODE="
                           SQLCODE " - THRESHOLDS UNCHANGED"
                   EXEC SQL
                       ROLLBACK
                   END-EXEC
                   MOVE 8 TO RETURN-CODE
                   MOVE RETURN-CODE TO JRL-SAVE-RC
               END-IF
           END-IF.

      ******************************************************************
      * AN APPRUSER DATASET REPLACES APPR_USER OUTRIGHT, THE WAY       *
      * TBXCOSTL REPLACES PRICE_OVRD -- AN ID DROPPED FROM THE CARDS   *
      * LOSES APPROVAL RIGHTS TONIGHT.  A DUPLICATE CARD FAILS ITS     *
      * INSERT AND IS SIMPLY NOT COUNTED.                              *
      ******************************************************************
       1200-REFRESH-APPROVERS.
           OPEN INPUT APPROVER-FILE
           IF WS-APPRUSER-STATUS = '00'
               EXEC SQL
                   DELETE FROM APPR_USER
               END-EXEC
               PERFORM UNTIL WS-APPRUSER-EOF
                   READ APPROVER-FILE
                       AT END
                           SET WS-APPRUSER-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-APPRUSER-READ-CT
                           PERFORM 1250-INSERT-APPROVER
                   END-READ
               END-PERFORM
               CLOSE APPROVER-FILE
           END-IF.

       1250-INSERT-APPROVER.
           IF AU-USER-ID NOT = SPACES
               MOVE AU-USER-ID TO APC-USER-ID
               EXEC SQL
                   INSERT INTO APPR_USER
                         ( USER_ID )
                   VALUES ( :APC-USER-ID )
               END-EXEC
               IF SQLCODE = 0
                   ADD 1 TO WS-APPRUSER-LOAD-CT
               END-IF
           END-IF.

      ******************************************************************
      * LIST EVERY REQUEST LEFT PENDING FROM AN EARLIER DAY, THEN      *
      * MARK THEM ALL EXPIRED WITH ONE UPDATE ON THE SAME PREDICATE.   *
      * TBXONLN CANNOT ADD OR DECIDE A REQUEST DATED BEFORE TODAY, SO  *
      * THE SET LISTED IS THE SET EXPIRED.                             *
      ******************************************************************
       2000-EXPIRE-REQUESTS.
           EXEC SQL
               OPEN EXPIRE_CURSOR
           END-EXEC

           PERFORM UNTIL WS-EXPIRE-EOF
               EXEC SQL
                   FETCH    EXPIRE_CURSOR
                   INTO    :APR-ROG,
                           :APR-CORP-ITEM-CD,
                           :APR-UPC-MANUF,
                           :APR-UPC-SALES,
                           :APR-RING,
                           :APR-RING-QTY,
                           :APR-STATUS-RUPC,
                           :APR-OLD-RING,
                           :APR-OLD-RING-QTY,
                           :APR-OLD-STATUS-RUPC,
                           :APR-REASON,
                           :APR-MAKER-ID,
                           :APR-REQ-TIMESTAMP
               END-EXEC
               IF SQLCODE = 100
                   SET WS-EXPIRE-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-EXPIRE-CT
                   PERFORM 2100-WRITE-EXPIRED
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE EXPIRE_CURSOR
           END-EXEC

           IF WS-EXPIRE-CT > ZERO
               MOVE 'EXPIRED' TO APR-DECIDE-REASON
               EXEC SQL
                   SET :APR-DECIDE-TIMESTAMP = CURRENT TIMESTAMP
               END-EXEC
               EXEC SQL
                   UPDATE   PRICE_APPR
                      SET   APPR_STATUS         = 'E',
                            DECIDE_TIMESTAMP    = :APR-DECIDE-TIMESTAMP,
                            DECIDE_REASON       = :APR-DECIDE-REASON
                   WHERE    APPR_STATUS         = 'P'
                     AND    DATE(REQ_TIMESTAMP) < CURRENT DATE
               END-EXEC
           END-IF

           EXEC SQL
               COMMIT
           END-EXEC.

       2100-WRITE-EXPIRED.
           MOVE APR-ROG             TO WS-D-ROG
           MOVE APR-CORP-ITEM-CD    TO WS-D-CORP-ITEM-CD
           MOVE APR-UPC-MANUF       TO WS-D-UPC-MANUF
           MOVE APR-UPC-SALES       TO WS-D-UPC-SALES
           MOVE APR-REASON          TO WS-D-REASON
           MOVE SPACES              TO WS-D-OLD-QTY-GRP
           IF APR-OLD-RING-QTY > 1
               MOVE APR-OLD-RING-QTY TO WS-D-OLD-RING-QTY
               MOVE '/'              TO WS-D-OLD-SLASH
           END-IF
           MOVE APR-OLD-RING        TO WS-D-OLD-RING
           MOVE SPACES              TO WS-D-NEW-QTY-GRP
           IF APR-RING-QTY > 1
               MOVE APR-RING-QTY    TO WS-D-NEW-RING-QTY
               MOVE '/'             TO WS-D-NEW-SLASH
           END-IF
           MOVE APR-RING            TO WS-D-NEW-RING
           MOVE APR-OLD-STATUS-RUPC TO WS-D-OLD-STATUS
           MOVE APR-STATUS-RUPC     TO WS-D-NEW-STATUS
           MOVE APR-MAKER-ID        TO WS-D-MAKER-ID
           MOVE APR-REQ-TIMESTAMP   TO WS-D-REQ-TS
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-DETAIL-LINE.

      ******************************************************************
      * YESTERDAY'S DECISIONS, FOR THE SAME MORNING REVIEW.            *
      ******************************************************************
       3000-COUNT-DECISIONS.
           MOVE ZERO TO WS-DECIDED-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-DECIDED-CT
               FROM   PRICE_APPR
               WHERE  APPR_STATUS            = 'A'
                 AND  DATE(DECIDE_TIMESTAMP) = CURRENT DATE - 1 DAY
           END-EXEC
           MOVE WS-DECIDED-CT TO WS-APPROVED-CT

           MOVE ZERO TO WS-DECIDED-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-DECIDED-CT
               FROM   PRICE_APPR
               WHERE  APPR_STATUS            = 'R'
                 AND  DATE(DECIDE_TIMESTAMP) = CURRENT DATE - 1 DAY
           END-EXEC
           MOVE WS-DECIDED-CT TO WS-REJECTED-CT.

       6000-FINAL-COUNT.
           MOVE 'REQUESTS EXPIRED'     TO WS-RPT-LABEL
           MOVE WS-EXPIRE-CT           TO WS-RPT-VALUE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'APPROVED YESTERDAY'   TO WS-RPT-LABEL
           MOVE WS-APPROVED-CT         TO WS-RPT-VALUE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REJECTED YESTERDAY'   TO WS-RPT-LABEL
           MOVE WS-REJECTED-CT         TO WS-RPT-VALUE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'APPROVER CARDS READ'  TO WS-RPT-LABEL
           MOVE WS-APPRUSER-READ-CT    TO WS-RPT-VALUE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'APPROVERS LOADED'     TO WS-RPT-LABEL
           MOVE WS-APPRUSER-LOAD-CT    TO WS-RPT-VALUE
           MOVE SPACES TO EXPIRE-RPT-RECORD
           WRITE EXPIRE-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE EXPIRE-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "REQUESTS EXPIRED     : " WS-EXPIRE-CT.
           DISPLAY "APPROVED YESTERDAY   : " WS-APPROVED-CT.
           DISPLAY "REJECTED YESTERDAY   : " WS-REJECTED-CT.
           DISPLAY "APPROVERS LOADED     : " WS-APPRUSER-LOAD-CT.
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
           MOVE 'TBXAPPRX' TO JRL-JOB-NAME
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
               DISPLAY "TBXAPPRX - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXAPPRX - " JRL-MISSING-DSP
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
                   DISPLAY "TBXAPPRX - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXAPPRX - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXAPPRX - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXAPPRX - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXAPPRX - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'REQS EXPIRED'        TO JRL-COUNT-LBL-1
               MOVE WS-EXPIRE-CT          TO JRL-COUNT-1
               MOVE 'APPROVED'            TO JRL-COUNT-LBL-2
               MOVE WS-APPROVED-CT        TO JRL-COUNT-2
               MOVE 'REJECTED'            TO JRL-COUNT-LBL-3
               MOVE WS-REJECTED-CT        TO JRL-COUNT-3
               MOVE 'APPROVERS LOADED'    TO JRL-COUNT-LBL-4
               MOVE WS-APPRUSER-LOAD-CT   TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
