      *     ROG IN FULL FOR A STORE RESET;                             *
      *   - A STORE REQUEST FILE OF ROG/CORP_ITEM_CD CARDS FORCES      *
      *     INDIVIDUAL REPLACEMENT SIGNS INTO TONIGHT'S EXTRACT.       *
      * THE 50-BYTE EXTRACT RECORD THE PRINT SYSTEM READS KEEPS ITS    *
      * LENGTH; THE TAG'S PRICE TEXT ("$2.49", OR "2/$5.00" FOR A      *
      * MULTI-QUANTITY RING) RIDES IN COLUMNS 30-42, WHICH WERE        *
      * BLANK.  AN ITEM NO LONGER FLAGGED 'Y' DROPS OFF THE            *
      * CONTROL MASTER; A MISSING OLD MASTER (FIRST RUN) JUST MEANS    *
      * EVERYTHING PRINTS AS NEW, WHICH IS WHAT EVERY RUN DID BEFORE.  *
      **************************CC109**********************************
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  LX-LABEL-NUMBERS        PIC X(10).
           05  LX-PRT-SIGN-IND         PIC X(01).
           05  LX-ITEM-SELECTION       PIC X(02).
           05  LX-RING-TEXT            PIC X(13).
           05  FILLER                  PIC X(08).

      ******************************************************************
      * SENT-CONTROL MASTER: WHAT WAS LAST PRINTED PER ROG/            *
      * CORP_ITEM_CD.  RING AND PACK_RETAIL ARE CARRIED FOR THE        *
      * CHANGE COMPARE EVEN THOUGH THE EXTRACT RECORD ITSELF DOES NOT  *
      * SHOW THEM -- A PRICE CHANGE IS WHAT MAKES A SIGN STALE.        *
      * RING_QTY FOLLOWS THE PRINT DATE; A MASTER WRITTEN BEFORE IT    *
      * WAS CARRIED HAS SPACES THERE, READ AS A SINGLE-UNIT RING.      *
      ******************************************************************
       FD  OLD-SENT-CTL
           RECORD CONTAINS 60 CHARACTERS.
           05  OS-LABEL-NUMBERS        PIC X(10).
           05  OS-ITEM-SELECTION       PIC X(02).
           05  OS-PRINT-DATE           PIC 9(08).
           05  OS-RING-QTY             PIC 9(02).
           05  OS-RING-QTY-X REDEFINES OS-RING-QTY
                                       PIC X(02).
           05  FILLER                  PIC X(08).

       FD  NEW-SENT-CTL
           RECORD CONTAINS 60 CHARACTERS.
           05  NS-LABEL-NUMBERS        PIC X(10).
           05  NS-ITEM-SELECTION       PIC X(02).
           05  NS-PRINT-DATE           PIC 9(08).
           05  NS-RING-QTY             PIC 9(02).
           05  FILLER                  PIC X(08).

      ******************************************************************
      * STORE REQUEST FILE: ONE CARD PER REPLACEMENT SIGN A STORE      *
           05  PARM-ROG                PIC X(03).
           05  FILLER                  PIC X(76).

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
       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-PARM-ROG             PIC X(03) VALUE SPACES.
           05  WS-OS-RING-QTY          PIC S9(4) COMP VALUE ZERO.

      ******************************************************************
      * MERGE KEYS.  HIGH-VALUES AT END OF EITHER LEG LETS THE OTHER   *
      ******************************************************************
       01  WS-GRP-FIELDS.
           05  WS-GRP-RING             PIC S9(5)V99 COMP-3.
           05  WS-GRP-RING-QTY         PIC S9(4)    COMP.
           05  WS-GRP-PACK-RETAIL      PIC S9(5)V99 COMP-3.
           05  WS-GRP-LABEL-SIZE       PIC X(04).
           05  WS-GRP-LABEL-NUMBERS    PIC X(10).
       01  WS-REQ-MAX                  PIC 9(05) VALUE ZERO.
       01  WS-REQ-IX                   PIC 9(05) VALUE ZERO.

      ******************************************************************
      * TAG PRICE TEXT, BUILT LEFT-JUSTIFIED THE SAME WAY TBXPBOOK'S   *
      * 0050-BUILD-RING-TEXT BUILDS IT.                                *
      ******************************************************************
       01  WS-RING-TEXT-FIELDS.
           05  WS-RT-RING-ED           PIC $$$,$$9.99.
           05  WS-RT-QTY-ED            PIC Z9.
           05  WS-RT-LEAD              PIC S9(4) COMP VALUE ZERO.
           05  WS-RING-TEXT            PIC X(13).

      ******************************************************************
      * ITEMS CURRENTLY FLAGGED AS NEEDING A PRINTED SIGN.  'Y' IS THE *
      * ONLY ACTIVE VALUE TODAY, TESTED AGAINST THE LITERAL BELOW; IF  *
      * A SECOND ACTIVE SIGN-NEEDED VALUE IS EVER ADDED, CHANGE THIS   *
      * WHERE CLAUSE TO TEST FOR IT TOO.  RING, RING_QTY AND           *
      * PACK_RETAIL RIDE ALONG FOR THE TAG PRICE AND THE SENT-CONTROL  *
      * CHANGE COMPARE.                                                *
      ******************************************************************
       EXEC SQL
           DECLARE LABEL_EXTRACT CURSOR FOR
                    PRT_SIGN_IND,
                    ITEM_SELECTION,
                    RING,
                    RING_QTY,
                    PACK_RETAIL
           FROM     X
           WHERE    PRT_SIGN_IND = 'Y'
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 0020-OPEN-FILES
           PERFORM 0022-READ-RUN-PARM
           PERFORM 0024-LOAD-REQUESTS
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       0020-OPEN-FILES.
           IF WS-REQ-MAX = 5000
               DISPLAY "TBXLABEL - REQUEST TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-REQ-MAX
                     :X-PRT-SIGN-IND,
                     :X-ITEM-SELECTION,
                     :X-RING,
                     :X-RING-QTY,
                     :X-PACK-RETAIL
           END-EXEC
           IF SQLCODE = 100
                   NOT AT END
                       MOVE OS-ROG          TO WS-MK-ROG
                       MOVE OS-CORP-ITEM-CD TO WS-MK-CORP-ITEM-CD
                       MOVE 1               TO WS-OS-RING-QTY
                       IF OS-RING-QTY-X NOT = SPACES
                          AND OS-RING-QTY > ZERO
                           MOVE OS-RING-QTY TO WS-OS-RING-QTY
                       END-IF
               END-READ
           END-IF.


      ******************************************************************
      * ITEM ON BOTH LEGS: A FULL-REPRINT ROG PRINTS REGARDLESS; A     *
      * CHANGED RING/RING_QTY/PACK_RETAIL/LABEL FIELD PRINTS; A STORE  *
      * REQUEST PRINTS; OTHERWISE THE SIGN ON THE FLOOR IS STILL RIGHT *
      * AND NOTHING GOES TO THE SHOP.                                  *
      ******************************************************************
       0400-GROUP-MATCHED.
           MOVE 'N' TO WS-GRP-PRINT-SW
                   SET WS-GRP-PRINT TO TRUE
                   ADD 1 TO WS-RESET-CT
               WHEN X-RING NOT = OS-RING
                 OR X-RING-QTY NOT = WS-OS-RING-QTY
                 OR X-PACK-RETAIL NOT = OS-PACK-RETAIL
                 OR X-LABEL-SIZE NOT = OS-LABEL-SIZE
                 OR X-LABEL-NUMBERS NOT = OS-LABEL-NUMBERS
       0500-PROCESS-GROUP.
           MOVE WS-CUR-KEY         TO WS-GRP-KEY
           MOVE X-RING             TO WS-GRP-RING
           MOVE X-RING-QTY         TO WS-GRP-RING-QTY
           MOVE X-PACK-RETAIL      TO WS-GRP-PACK-RETAIL
           MOVE X-LABEL-SIZE       TO WS-GRP-LABEL-SIZE
           MOVE X-LABEL-NUMBERS    TO WS-GRP-LABEL-NUMBERS
           MOVE X-LABEL-NUMBERS        TO LX-LABEL-NUMBERS
           MOVE X-PRT-SIGN-IND         TO LX-PRT-SIGN-IND
           MOVE X-ITEM-SELECTION       TO LX-ITEM-SELECTION
           PERFORM 0650-BUILD-RING-TEXT
           MOVE WS-RING-TEXT           TO LX-RING-TEXT
           WRITE LABELEXT-RECORD.

       0650-BUILD-RING-TEXT.
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

      ******************************************************************
      * CARRY THE ITEM ON THE CONTROL MASTER: WHAT PRINTED TONIGHT     *
      * (CURRENT VALUES, TODAY'S DATE) OR WHAT WAS LAST PRINTED (THE   *
           MOVE WS-GRP-KEY (4:9)       TO NS-CORP-ITEM-CD
           IF WS-GRP-PRINT
               MOVE WS-GRP-RING            TO NS-RING
               MOVE WS-GRP-RING-QTY        TO NS-RING-QTY
               MOVE WS-GRP-PACK-RETAIL     TO NS-PACK-RETAIL
               MOVE WS-GRP-LABEL-SIZE      TO NS-LABEL-SIZE
               MOVE WS-GRP-LABEL-NUMBERS   TO NS-LABEL-NUMBERS
               MOVE WS-CURRENT-DATE        TO NS-PRINT-DATE
           ELSE
               MOVE OS-RING                TO NS-RING
               MOVE WS-OS-RING-QTY         TO NS-RING-QTY
               MOVE OS-PACK-RETAIL         TO NS-PACK-RETAIL
               MOVE OS-LABEL-SIZE          TO NS-LABEL-SIZE
               MOVE OS-LABEL-NUMBERS       TO NS-LABEL-NUMBERS
           DISPLAY "CONTROL ROWS DROPPED    : " WS-DROPPED-CT.
           DISPLAY "CONTROL ROWS OUT        : " WS-CONTROL-OUT-CT.
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
           MOVE 'TBXLABEL' TO JRL-JOB-NAME
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
               DISPLAY "TBXLABEL - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXLABEL - " JRL-MISSING-DSP
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
                   DISPLAY "TBXLABEL - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXLABEL - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXLABEL - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXLABEL - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXLABEL - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'EXTRACT RECS'        TO JRL-COUNT-LBL-1
               MOVE WS-EXTRACT-CT         TO JRL-COUNT-1
               MOVE 'NEW ITEMS'           TO JRL-COUNT-LBL-2
               MOVE WS-NEW-ITEM-CT        TO JRL-COUNT-2
               MOVE 'CHANGED ITEMS'       TO JRL-COUNT-LBL-3
               MOVE WS-CHANGED-CT         TO JRL-COUNT-3
               MOVE 'REQUESTED'           TO JRL-COUNT-LBL-4
               MOVE WS-REQUEST-CT         TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
