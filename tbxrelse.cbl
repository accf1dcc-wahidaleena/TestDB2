                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OVRD-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01  CONTROL-RPT-RECORD         PIC X(133).

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
      * OPTIONAL PARM CARD: COLUMNS 1-3 CARRY THE PRICE-SWING          *
           05  FILLER                  PIC X(77).

      ******************************************************************
      * AUTHORIZED PRICE-SWING AND LOW-MARGIN OVERRIDES, SAME CARD     *
      * LAYOUT AS TESTDB2'S OVERRIDE-FILE -- THE DESK LOADS ONE FILE   *
      * AND THE JCL POINTS BOTH JOBS AT IT.                            *
      ******************************************************************
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  OV-CORP-ITEM-CD         PIC 9(09).
           05  FILLER                  PIC X(68).

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
       COPY WSCPN.
       COPY WSAUDIT.
       COPY WSCTL.
       COPY WSPEND.
       COPY WSSECT.
       COPY WSCOST.
       COPY WSPROMO.

       01  WS-FILE-STATUSES.
           05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
               88  WS-EDIT-FAILED          VALUE 'N'.
           05  WS-ITEM-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-ITEM-FOUND           VALUE 'Y'.
           05  WS-PROMO-LIVE-SW        PIC X     VALUE 'N'.
               88  WS-PROMO-LIVE           VALUE 'Y'.

       01  WS-CTRY-SYS-TABLE.
           05  WS-CTRY-SYS-ENTRY OCCURS 10 TIMES.
           05  WS-JOB-ID               PIC X(08) VALUE 'TBXRELSE'.
           05  WS-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-STILL-PENDING-CT     PIC S9(9) COMP VALUE ZERO.
           05  WS-PROMO-HELD-CT        PIC 9(9)  VALUE ZERO.
      *    X_PROMO.REG_RING AS IT STOOD BEFORE 4050-HOLD-PROMO-RING.
           05  WS-PRIOR-REG-RING       PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-PRIOR-REG-RING-QTY   PIC S9(4)     COMP   VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(10) VALUE SPACES.

      ******************************************************************
      * REBUILT 75-BYTE INFILE IMAGE FOR SUSPENSE WRITES -- SAME       *
      * FIELD-FOR-FIELD LAYOUT AS TESTDB2'S INFILE-RECORD, INCLUDING   *
      * THE EFFECTIVE DATE AND RING QUANTITY, SO A REJECTED PENDING    *
      * ROW RECYCLES THROUGH TBXSUSP AND BACK INTO THE FEED LIKE ANY   *
      * OTHER REJECT.                                                  *
      ******************************************************************
       01  WS-RESUB-IMAGE.
           05  WR-ROG                  PIC X(03).
           05  WR-ITEM-SELECTION       PIC X(02).
           05  WR-RING                 PIC 9(5)V99.
           05  WR-EFF-DATE             PIC 9(08).
           05  WR-RING-QTY             PIC 9(02).
           05  FILLER                  PIC X(05).

       01  WS-CTLRPT-LINES.
           05  WS-DETAIL-LINE.
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                    LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                    RING, RING_QTY, EFF_DATE, ADD_TIMESTAMP
           FROM     X_PENDING
           WHERE    EFF_DATE <= CURRENT DATE
           ORDER BY ROG, CORP_ITEM_CD, EFF_DATE, ADD_TIMESTAMP
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 0020-OPEN-FILES
           PERFORM 0025-READ-RUN-PARM

                           :PND-PACK-RETAIL, :PND-LABEL-SIZE,
                           :PND-LABEL-NUMBERS, :PND-PRT-SIGN-IND,
                           :PND-ITEM-SELECTION, :PND-RING,
                           :PND-RING-QTY,
                           :PND-EFF-DATE, :PND-ADD-TIMESTAMP
               END-EXEC
               IF SQLCODE = 100
           END-EXEC

           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       0020-OPEN-FILES.
           IF WS-OVRD-MAX = 5000
               DISPLAY "TBXRELSE - OVERRIDE TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-OVRD-MAX
           MOVE PND-PRT-SIGN-IND       TO X-PRT-SIGN-IND
           MOVE PND-ITEM-SELECTION     TO X-ITEM-SELECTION
           MOVE PND-RING               TO X-RING
           MOVE PND-RING-QTY           TO X-RING-QTY
           IF X-RING-QTY = ZERO
               MOVE 1                  TO X-RING-QTY
           END-IF

           PERFORM 0000-INITIALIZE-PARA
           PERFORM 1000-INITIALIZE-PARA
           PERFORM 2000-INITIALIZE-PARA
           PERFORM 2500-CHECK-PROMO
           PERFORM 3000-EDIT-PARA

           IF WS-EDIT-OK
              AND WS-PROMO-LIVE
               PERFORM 4050-HOLD-PROMO-RING
           END-IF

           IF WS-EDIT-OK
               PERFORM 4000-INSERT-TABLE
           ELSE

               EXEC SQL
                   SELECT   RETAIL_SECT,
                            RING,
                            RING_QTY
                   INTO    :X-RETAIL-SECT,
                           :X-RING-TYPE,
                           :X-CUR-RING-QTY
                   FROM     TBX  X
                   WHERE    X.ROG            = :X-ROG
                      AND   X.CORP_ITEM_CD   = :X-CORP-ITEM-CD
               COMPUTE X-RING = WS-CPN-GROSS-RING + WS-CPN-ADJ-TOTAL
           END-IF.

      ******************************************************************
      * TEMPORARY PRICE REDUCTION CHECK, AS IN TESTDB2'S               *
      * 2500-CHECK-PROMO: A RELEASED PRICE IS A REGULAR PRICE, SO      *
      * WHILE A TBXPROMO AD IS LIVE ON THE ROW THE SWING EDIT          *
      * MEASURES IT AGAINST THE PARKED REGULAR RING.                   *
      ******************************************************************
       2500-CHECK-PROMO.
           MOVE 'N' TO WS-PROMO-LIVE-SW

           EXEC SQL
               SELECT   PROMO_RING,
                        PROMO_RING_QTY,
                        REG_RING,
                        REG_RING_QTY,
                        START_DATE
               INTO    :PRM-PROMO-RING,
                       :PRM-PROMO-RING-QTY,
                       :PRM-REG-RING,
                       :PRM-REG-RING-QTY,
                       :PRM-START-DATE
               FROM     X_PROMO
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
                  AND   PROMO_STATUS   = 'L'
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               SET WS-PROMO-LIVE TO TRUE
               MOVE PRM-REG-RING     TO X-RING-TYPE
               MOVE PRM-REG-RING-QTY TO X-CUR-RING-QTY
           END-IF.

      ******************************************************************
      * SAME EDITS AS TESTDB2'S 3000-EDIT-PARA SO A PRICE CANNOT GET   *
      * INTO X THROUGH THE PENDING PATH THAT THE IMMEDIATE PATH WOULD  *
      * HAVE REJECTED.  RUN AGAIN AT RELEASE TIME BECAUSE THE ITEM'S   *
      * SETUP (SECTION, COUPONS, STATUS) MAY HAVE CHANGED SINCE THE    *
      * RECORD WAS STAGED.  THE RING EDITS WORK ON THE PER-UNIT RING,  *
      * AS IN TESTDB2.                                                 *
      ******************************************************************
       3000-EDIT-PARA.
           SET WS-EDIT-OK TO TRUE
               END-IF
           END-IF

           IF WS-EDIT-OK
               PERFORM 3050-UNIT-RING
           END-IF

           IF WS-EDIT-OK
              AND X-PACK-RETAIL NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
           IF WS-EDIT-OK
              AND WS-TOLERANCE-PCT > ZERO
              AND WS-ITEM-FOUND
              AND WS-UNIT-CUR-RING > ZERO
               PERFORM 3200-SWING-EDIT
           END-IF

           IF WS-EDIT-OK
              AND WS-SECT-REF-FOUND
              AND SECT-MIN-MARGIN-PCT > ZERO
               PERFORM 3300-MARGIN-EDIT
           END-IF

           IF WS-EDIT-OK
              AND X-PRT-SIGN-IND NOT = 'Y' AND NOT = 'N'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ISEL'  TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * PER-UNIT RING -- SAME AS TESTDB2'S 3050-UNIT-RING.  THE RING   *
      * EDITS COMPARE RING / RING_QTY, WITH THE SWING BASE TAKEN AS    *
      * THE CURRENT RING OVER ITS OWN RING_QTY; A QUANTITY THAT LEAVES *
      * NO PER-UNIT PRICE SUSPENDS AS BAD-QTY.                         *
      ******************************************************************
       3050-UNIT-RING.
           MOVE ZERO TO WS-UNIT-RING
           MOVE ZERO TO WS-UNIT-CUR-RING

           IF X-RING-QTY NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-QTY'   TO WS-EDIT-REASON
           ELSE
               COMPUTE WS-UNIT-RING ROUNDED = X-RING / X-RING-QTY
               IF WS-UNIT-RING NOT > ZERO
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'BAD-QTY'   TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-ITEM-FOUND
              AND X-RING-TYPE > ZERO
               IF X-CUR-RING-QTY NOT > ZERO
                   MOVE 1 TO X-CUR-RING-QTY
               END-IF
               COMPUTE WS-UNIT-CUR-RING ROUNDED =
                   X-RING-TYPE / X-CUR-RING-QTY
           END-IF.

      ******************************************************************
      * RING/PACK_RETAIL-VS-SECTION REASONABLENESS EDIT -- SAME CHECK  *
      * AS TESTDB2'S 3100-SECT-RANGE-EDIT, RUN AGAIN AT RELEASE TIME   *
               SELECT   MIN_RING,
                        MAX_RING,
                        MIN_PACK_RETAIL,
                        MAX_PACK_RETAIL,
                        MIN_MARGIN_PCT
               INTO    :SECT-MIN-RING,
                       :SECT-MAX-RING,
                       :SECT-MIN-PACK-RETAIL,
                       :SECT-MAX-PACK-RETAIL,
                       :SECT-MIN-MARGIN-PCT
               FROM     SECT_REF
               WHERE    RETAIL_SECT = :SECT-RETAIL-SECT
           END-EXEC
           END-IF

           IF WS-SECT-REF-FOUND
              AND (WS-UNIT-RING < SECT-MIN-RING
                   OR WS-UNIT-RING > SECT-MAX-RING)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'SECT-RING' TO WS-EDIT-REASON
           END-IF
      * CORP_ITEM_CD ON THE OVERRIDE FILE.                             *
      ******************************************************************
       3200-SWING-EDIT.
           COMPUTE WS-RING-DIFF = WS-UNIT-RING - WS-UNIT-CUR-RING
           IF WS-RING-DIFF < ZERO
               COMPUTE WS-RING-DIFF = ZERO - WS-RING-DIFF
           END-IF
           COMPUTE WS-SWING-PCT ROUNDED =
               WS-RING-DIFF * 100 / WS-UNIT-CUR-RING

           IF WS-SWING-PCT > WS-TOLERANCE-PCT
               PERFORM 3250-SEARCH-OVERRIDE
               END-IF
           END-PERFORM.

      ******************************************************************
      * GROSS-MARGIN FLOOR EDIT AT RELEASE TIME -- SAME CHECK AS       *
      * TESTDB2'S 3300-MARGIN-EDIT, RUN AGAIN BECAUSE PURCHASING MAY   *
      * HAVE SENT A NEW COST SINCE THE RECORD WAS STAGED.  A MARGIN    *
      * BELOW THE SECTION'S MINIMUM SUSPENDS AS LOW-MARGIN UNLESS THE  *
      * ROG/CORP_ITEM_CD IS ON THE OVERRIDE FILE; AN ITEM WITH NO COST *
      * ON ITEM_COST PASSES.                                           *
      ******************************************************************
       3300-MARGIN-EDIT.
           MOVE 'N' TO WS-COST-FOUND-SW
           MOVE X-ROG          TO COST-ROG
           MOVE X-CORP-ITEM-CD TO COST-CORP-ITEM-CD

           EXEC SQL
               SELECT   UNIT_COST
               INTO    :COST-UNIT-COST
               FROM     ITEM_COST
               WHERE    ROG            = :COST-ROG
                  AND   CORP_ITEM_CD   = :COST-CORP-ITEM-CD
                  AND   COST_EFF_DATE <= CURRENT DATE
               ORDER BY COST_EFF_DATE DESC
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               SET WS-COST-FOUND TO TRUE
           END-IF

           IF WS-COST-FOUND
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   (WS-UNIT-RING - COST-UNIT-COST) * 100
                   / WS-UNIT-RING
               IF WS-MARGIN-PCT < SECT-MIN-MARGIN-PCT
                   PERFORM 3250-SEARCH-OVERRIDE
                   IF NOT WS-OVRD-FOUND
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOW-MARGIN' TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * REBUILD THE 75-BYTE INFILE IMAGE (EFFECTIVE DATE INCLUDED) SO  *
      * THE REJECT RECYCLES THROUGH TBXSUSP LIKE A TESTDB2 REJECT.     *
           MOVE PND-PRT-SIGN-IND   TO WR-PRT-SIGN-IND
           MOVE PND-ITEM-SELECTION TO WR-ITEM-SELECTION
           MOVE PND-RING           TO WR-RING
           MOVE PND-RING-QTY       TO WR-RING-QTY
           MOVE PND-EFF-DATE (1:4) TO WR-EFF-DATE (1:4)
           MOVE PND-EFF-DATE (6:2) TO WR-EFF-DATE (5:2)
           MOVE PND-EFF-DATE (9:2) TO WR-EFF-DATE (7:2)
                     LABEL_NUMBERS=:X-LABEL-NUMBERS,
                     PRT_SIGN_IND=:X-PRT-SIGN-IND,
                     ITEM_SELECTION=:X-ITEM-SELECTION,
                     RING=:X-RING,
                     RING_QTY=:X-RING-QTY
            WHERE   (ROG = :X-ROG
               AND   CORP_ITEM_CD = :X-CORP-ITEM-CD
               AND   UPC_MANUF = :X-UPC-MANUF
               ADD 1 TO WS-REJECT-CT
               MOVE 'UPD-FAIL' TO WS-EDIT-REASON
               PERFORM 3900-WRITE-SUSPENSE
               IF WS-PROMO-LIVE
                   PERFORM 4060-RELEASE-PROMO-HOLD
               END-IF
           END-IF.

      ******************************************************************
      * ITEM ON A LIVE PROMOTION, AS IN TESTDB2'S 4050-HOLD-PROMO-     *
      * RING: THE RELEASED RING GOES TO X_PROMO.REG_RING FOR TBXPROMO  *
      * TO RESTORE AFTER THE AD, AND THE PROMO RING STAYS ON X WHILE   *
      * THE REST OF THE ROW IS RELEASED.  A FAILED X_PROMO UPDATE      *
      * FAILS THE RELEASE AS PRM-FAIL SO 0050-RELEASE-ITEM SUSPENDS    *
      * THE ROW FOR RESUBMISSION.  THE PRIOR REG_RING IS KEPT SO AN X  *
      * UPDATE THAT FAILS AFTER THE HOLD CAN PUT IT BACK.              *
      ******************************************************************
       4050-HOLD-PROMO-RING.
           MOVE PRM-REG-RING     TO WS-PRIOR-REG-RING
           MOVE PRM-REG-RING-QTY TO WS-PRIOR-REG-RING-QTY
           MOVE X-RING     TO PRM-REG-RING
           MOVE X-RING-QTY TO PRM-REG-RING-QTY

           EXEC SQL
               UPDATE   X_PROMO
                  SET   REG_RING     = :PRM-REG-RING,
                        REG_RING_QTY = :PRM-REG-RING-QTY
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
                  AND   START_DATE     = :PRM-START-DATE
                  AND   PROMO_STATUS   = 'L'
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-PROMO-HELD-CT
               MOVE PRM-PROMO-RING     TO X-RING
               MOVE PRM-PROMO-RING-QTY TO X-RING-QTY
               MOVE PRM-PROMO-RING     TO WS-CPN-GROSS-RING
           ELSE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'PRM-FAIL' TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * THE X UPDATE FAILED AFTER 4050-HOLD-PROMO-RING PARKED THE      *
      * RELEASED RING ON X_PROMO.  PUT REG_RING BACK AS IT WAS, SO     *
      * 5000-COMMIT-PARA CANNOT HARDEN A PRICE THAT WENT TO SUSPENSE   *
      * AND TBXPROMO CANNOT RESTORE IT WHEN THE AD ENDS.  IF EVEN THAT *
      * FAILS THE JOB STOPS -- 8100-LEDGER-END ROLLS BACK TO THE LAST  *
      * COMMIT, X_PENDING ROWS AND ALL, AND THE RERUN RELEASES THEM.   *
      ******************************************************************
       4060-RELEASE-PROMO-HOLD.
           EXEC SQL
               UPDATE   X_PROMO
                  SET   REG_RING     = :WS-PRIOR-REG-RING,
                        REG_RING_QTY = :WS-PRIOR-REG-RING-QTY
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
                  AND   START_DATE     = :PRM-START-DATE
                  AND   PROMO_STATUS   = 'L'
           END-EXEC

           IF SQLCODE = 0
               SUBTRACT 1 FROM WS-PROMO-HELD-CT
           ELSE
               DISPLAY "TBXRELSE - X_PROMO HOLD RELEASE FAILED SQLCODE="
                       SQLCODE " - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF.

       4500-AUDIT-HISTORY.
           MOVE ZERO TO AUD-OLD-RING
           MOVE ZERO TO AUD-OLD-RING-QTY
           MOVE ZERO TO AUD-OLD-PACK-RETAIL

           EXEC SQL
               SELECT   RING,
                        RING_QTY,
                        PACK_RETAIL
               INTO    :AUD-OLD-RING,
                       :AUD-OLD-RING-QTY,
                       :AUD-OLD-PACK-RETAIL
               FROM     X
               WHERE    ROG            = :X-ROG
           END-EXEC

           IF AUD-OLD-RING NOT = X-RING
              OR AUD-OLD-RING-QTY NOT = X-RING-QTY
              OR AUD-OLD-PACK-RETAIL NOT = X-PACK-RETAIL
               SET WS-PRICE-CHANGED TO TRUE
           ELSE
           MOVE X-UPC-SYSTEM       TO AUD-UPC-SYSTEM
           MOVE X-UNIT-TYPE        TO AUD-UNIT-TYPE
           MOVE X-RING             TO AUD-NEW-RING
           MOVE X-RING-QTY         TO AUD-NEW-RING-QTY
           MOVE WS-CPN-GROSS-RING  TO AUD-GROSS-RING
           MOVE X-PACK-RETAIL      TO AUD-NEW-PACK-RETAIL
           MOVE WS-JOB-ID          TO AUD-JOB-ID
                     ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       OLD_RING, NEW_RING, GROSS_RING,
                       OLD_RING_QTY, NEW_RING_QTY,
                       OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                       CHANGE_TIMESTAMP, JOB_ID, USER_ID )
               VALUES ( :AUD-ROG, :AUD-CORP-ITEM-CD, :AUD-UPC-MANUF,
                        :AUD-UPC-SALES, :AUD-UPC-COUNTRY,
                        :AUD-UPC-SYSTEM, :AUD-UNIT-TYPE,
                        :AUD-OLD-RING, :AUD-NEW-RING, :AUD-GROSS-RING,
                        :AUD-OLD-RING-QTY, :AUD-NEW-RING-QTY,
                        :AUD-OLD-PACK-RETAIL, :AUD-NEW-PACK-RETAIL,
                        :AUD-CHANGE-TIMESTAMP, :AUD-JOB-ID,
                        :AUD-USER-ID )
               MOVE AUD-OLD-PACK-RETAIL TO POSI-OLD-PACK-RETAIL
               MOVE X-PACK-RETAIL       TO POSI-NEW-PACK-RETAIL
               MOVE AUD-CHANGE-TIMESTAMP TO POSI-EFF-TIMESTAMP
               MOVE AUD-OLD-RING-QTY    TO POSI-OLD-RING-QTY
               MOVE X-RING-QTY          TO POSI-NEW-RING-QTY
               WRITE POSI-RECORD
           END-IF.

           MOVE WS-STILL-PENDING-CT    TO WS-RPT-VALUE
           WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE

           MOVE 'REG RINGS HELD FOR PROMO' TO WS-RPT-LABEL
           MOVE WS-PROMO-HELD-CT       TO WS-RPT-VALUE
           WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE

           CLOSE SUSPENSE-FILE
                 POS-INTRFC-FILE
                 CONTROL-RPT
           DISPLAY "ROWS RELEASED    : " WS-UPDATE-CT.
           DISPLAY "ROWS REJECTED    : " WS-REJECT-CT.
           DISPLAY "STILL PENDING    : " WS-STILL-PENDING-CT.
           DISPLAY "HELD FOR PROMO   : " WS-PROMO-HELD-CT.
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
           MOVE 'TBXRELSE' TO JRL-JOB-NAME
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
               DISPLAY "TBXRELSE - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXRELSE - " JRL-MISSING-DSP
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
                   DISPLAY "TBXRELSE - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXRELSE - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXRELSE - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXRELSE - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXRELSE - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'PENDING DUE'         TO JRL-COUNT-LBL-1
               MOVE WS-READ-CT            TO JRL-COUNT-1
               MOVE 'RELEASED'            TO JRL-COUNT-LBL-2
               MOVE WS-UPDATE-CT          TO JRL-COUNT-2
               MOVE 'REJECTED'            TO JRL-COUNT-LBL-3
               MOVE WS-REJECT-CT          TO JRL-COUNT-3
               MOVE 'STILL PENDING'       TO JRL-COUNT-LBL-4
               MOVE WS-STILL-PENDING-CT   TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
