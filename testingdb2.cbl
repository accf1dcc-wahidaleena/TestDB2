                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNTOT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      * TO THE X_PENDING STAGING TABLE FOR THE NIGHTLY TBXRELSE JOB.  *
      ******************************************************************
           05  IF-EFF-DATE             PIC 9(08).
      ******************************************************************
      * RING QUANTITY (PRICE MULTIPLE): IF-RING BUYS THIS MANY UNITS,  *
      * SO "2 FOR $5" IS IF-RING 5.00 WITH IF-RING-QTY 02.  SPACES OR  *
      * ZERO MEANS A SINGLE-UNIT RING, AS EVERY FEED WAS BEFORE THE    *
      * FIELD EXISTED.                                                 *
      ******************************************************************
           05  IF-RING-QTY             PIC 9(02).
           05  IF-RING-QTY-X REDEFINES IF-RING-QTY
                                       PIC X(02).
           05  FILLER                  PIC X(05).

      ******************************************************************
      * FEED HEADER/TRAILER VIEWS OF INFILE-RECORD.  EACH FEED BATCH   *
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
      * FEED-CONTROL DATASET: ONE RECORD PER SOURCE SYSTEM CARRYING    *
      * AUTHORIZED PRICE-SWING OVERRIDES, LOADED BY THE PRICING DESK   *
      * FOR INTENTIONAL LARGE MOVES (CLEARANCE, COST SPIKES).  ONE     *
      * CARD PER ROG/CORP_ITEM_CD; A LISTED ITEM PASSES 3200-SWING-    *
      * EDIT NO MATTER HOW FAR THE RING MOVES ON THIS RUN, AND PASSES  *
      * 3300-MARGIN-EDIT HOWEVER THIN THE MARGIN (LOSS LEADERS).       *
      ******************************************************************
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  RT-UNCHANGED-CT         PIC 9(09).
           05  FILLER                  PIC X(10).

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
           05  WS-INFILE-STATUS        PIC X(02) VALUE '00'.
               88  WS-ROW-UNCHANGED        VALUE 'Y'.
           05  WS-REC-DID-WORK-SW      PIC X     VALUE 'N'.
               88  WS-REC-DID-WORK         VALUE 'Y'.
           05  WS-PROMO-LIVE-SW        PIC X     VALUE 'N'.
               88  WS-PROMO-LIVE           VALUE 'Y'.

      ******************************************************************
      * CURRENT-ROW IMAGES FOR THE DELTA COMPARE.  4500-AUDIT-HISTORY  *
           88  WS-CTRY-SYS-EOF             VALUE 'Y'.

       01  WS-COUPON-APPLIED-CT        PIC 9(9)  VALUE ZERO.
       01  WS-PROMO-HELD-CT            PIC 9(9)  VALUE ZERO.
      *    X_PROMO.REG_RING AS IT STOOD BEFORE 4050-HOLD-PROMO-RING, SO
      *    AN X UPDATE THAT FAILS AFTER THE HOLD CAN PUT IT BACK.
       01  WS-PRIOR-REG-RING           PIC S9(5)V99  COMP-3 VALUE ZERO.
       01  WS-PRIOR-REG-RING-QTY       PIC S9(4)     COMP   VALUE ZERO.

      ******************************************************************
      * PRICE-SWING TOLERANCE WORK AREAS.  THE OVERRIDE TABLE IS       *
       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 0020-OPEN-FILES
           PERFORM 0022-READ-RUN-PARM
           PERFORM 0030-CHECK-RESTART
      *    THE START ROW WAITS FOR THE CHECKPOINT CHECK SO THE LEDGER
      *    SHOWS WHETHER THIS RUN RESUMED FROM A CHECKPOINT.
           MOVE WS-RESTART-SW TO JRL-RESTART-SW
           PERFORM 8050-LEDGER-START
           PERFORM 0025-VALIDATE-FEED
           PERFORM UNTIL WS-EOF
               READ INFILE
               PERFORM 0060-RESTART-KEY-NOT-FOUND
           END-IF
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

       0020-OPEN-FILES.
           IF WS-OVRD-MAX = 5000
               DISPLAY "TESTDB2 - OVERRIDE TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-OVRD-MAX
                               DISPLAY "TESTDB2 - FEED-CONTROL TABLE "
                                       "OVERFLOW - ABEND"
                               MOVE 16 TO RETURN-CODE
                               PERFORM 8100-LEDGER-END
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-FEEDCTL-MAX
                 SUSPENSE-FILE
                 POS-INTRFC-FILE
                 CONTROL-RPT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
           DISPLAY "RESTART KEY ROG/CORP-ITEM-CD/UPC-MANUF/UPC-SALES/"
           DISPLAY "UPC-COUNTRY/UPC-SYSTEM/UNIT-TYPE= "
                   WS-RESTART-KEY
           MOVE 16 TO RETURN-CODE
           MOVE RETURN-CODE TO JRL-SAVE-RC.

      ******************************************************************
      * ONE INFILE RECORD: A SINGLE-ROG RECORD APPLIES ONCE; A ZONE-   *
           MOVE IF-PRT-SIGN-IND        TO X-PRT-SIGN-IND
           MOVE IF-ITEM-SELECTION      TO X-ITEM-SELECTION
           MOVE IF-RING                TO X-RING
           IF IF-RING-QTY-X = SPACES
               MOVE 1                  TO X-RING-QTY
           ELSE
               IF IF-RING-QTY IS NUMERIC
                   MOVE IF-RING-QTY    TO X-RING-QTY
                   IF X-RING-QTY = ZERO
                       MOVE 1          TO X-RING-QTY
                   END-IF
               ELSE
                   MOVE ZERO           TO X-RING-QTY
               END-IF
           END-IF

           PERFORM 0000-INITIALIZE-PARA
           PERFORM 1000-INITIALIZE-PARA
           PERFORM 2000-INITIALIZE-PARA
           PERFORM 2500-CHECK-PROMO
           PERFORM 3000-EDIT-PARA

           IF WS-EDIT-OK

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
           ADD 1 TO WS-COUPON-APPLIED-CT
           ADD CPN-CPN-ADJ-AMT TO WS-CPN-ADJ-TOTAL.

      ******************************************************************
      * TEMPORARY PRICE REDUCTION CHECK.  WHILE TBXPROMO HAS AN AD     *
      * RING LIVE ON THIS ROW, THE RING ON X IS THE PROMO RING AND THE *
      * REGULAR RING IS PARKED IN X_PROMO.REG_RING.  THIS RECORD IS A  *
      * REGULAR PRICE, SO THE SWING EDIT MEASURES IT AGAINST THE       *
      * PARKED REGULAR RING, NOT THE AD PRICE IT WOULD OTHERWISE LOOK  *
      * LIKE A HUGE JUMP FROM; 4050-HOLD-PROMO-RING THEN POSTS IT TO   *
      * REG_RING INSTEAD OF WIPING OUT THE AD.                         *
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
      * EDIT/VALIDATION - REJECTS BAD PRICING BEFORE IT HITS TABLE X.  *
      * FAILING RECORDS ARE ROUTED TO THE SUSPENSE FILE INSTEAD OF     *
      * SECTION'S ALLOWED PRICE RANGES ON THE SECT_REF REFERENCE       *
      * MASTER (MAINTAINED BY TBXSECTM), SUSPENDING AS SECT-RING OR    *
      * SECT-PACK -- THE $199.99 RING ON A PRODUCE-SECTION ITEM THAT   *
      * USED TO SAIL THROUGH TO THE REGISTERS.  THE RING EDITS ALL     *
      * WORK ON THE PER-UNIT RING 3050-UNIT-RING WORKS OUT, SO A       *
      * "2 FOR $5" IS MEASURED AS THE $2.50 A SINGLE UNIT RINGS.       *
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
      * PER-UNIT RING.  RING_QTY IS THE NUMBER OF UNITS THE RING BUYS; *
      * THE SECTION RANGE, SWING AND MARGIN EDITS COMPARE RING /       *
      * RING_QTY, AND THE SWING BASE IS THE CURRENT RING OVER ITS OWN  *
      * RING_QTY, SO MOVING AN ITEM FROM $2.49 TO "2 FOR $5" IS A      *
      * ONE-CENT CHANGE, NOT A 100 PERCENT ONE.  A QUANTITY THAT IS    *
      * NOT NUMERIC, OR SO LARGE THE UNIT PRICE ROUNDS TO NOTHING,     *
      * SUSPENDS AS BAD-QTY.                                           *
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
      * RING/PACK_RETAIL-VS-SECTION REASONABLENESS EDIT.  LOOKS THE    *
      * ITEM'S RETAIL_SECT UP ON THE SECT_REF REFERENCE MASTER AND     *
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
      ******************************************************************
      * PRICE-SWING TOLERANCE EDIT.  X-RING-TYPE HOLDS THE RING        *
      * CURRENTLY ON TABLE X (FETCHED BY 0000-INITIALIZE-PARA); A NEW  *
      * PER-UNIT RING MORE THAN WS-TOLERANCE-PCT PERCENT AWAY FROM ITS *
      * PER-UNIT EQUIVALENT (WS-UNIT-CUR-RING) SUSPENDS                *
      * AS BIG-SWING -- THE MIS-KEYED $49.99 ON A $4.99 ITEM WE USED   *
      * TO HEAR ABOUT FROM A STORE CALL -- UNLESS THE DESK LISTED THE  *
      * ROG/CORP_ITEM_CD ON THE OVERRIDE FILE FOR AN INTENTIONAL       *
      * TO COMPARE AGAINST.                                            *
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
      * GROSS-MARGIN FLOOR EDIT.  THE SECT-RING/BIG-SWING EDITS ONLY   *
      * CATCH PRICES THAT ARE ABSURD; THIS ONE CATCHES PRICES THAT     *
      * LOSE MONEY.  THE ITEM'S VENDOR COST IN FORCE TODAY (THE LATEST *
      * ITEM_COST ROW EFFECTIVE ON OR BEFORE CURRENT DATE, LOADED BY   *
      * TBXCOSTL) IS COMPARED WITH THE NET PER-UNIT RING, AND A MARGIN *
      * BELOW THE SECTION'S SECT_REF MINIMUM SUSPENDS AS LOW-MARGIN    *
      * UNLESS THE DESK LISTED THE ROG/CORP_ITEM_CD ON THE OVERRIDE    *
      * FILE (A DELIBERATE LOSS LEADER).  AN ITEM PURCHASING HAS SENT  *
      * NO COST FOR HAS NOTHING TO MEASURE AND PASSES, THE SAME WAY A  *
      * SECTION NOT YET ON SECT_REF PASSES 3100-SECT-RANGE-EDIT.       *
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
      * A ZONE-MEMBER REJECT SUSPENDS UNDER THE FAILING ROG, NOT THE   *
      * ZONE CODE, SO A CORRECTED RESUBMIT THROUGH TBXSUSP REPRICES    *
      * PRICE FIELDS ALREADY MATCH.                                    *
      ******************************************************************
       4000-INSERT-TABLE.
           IF WS-PROMO-LIVE
               PERFORM 4050-HOLD-PROMO-RING
           END-IF

           IF WS-EDIT-OK
               PERFORM 4500-AUDIT-HISTORY

               MOVE 'N' TO WS-ROW-UNCHANGED-SW
               IF WS-DELTA-MODE
                  AND NOT WS-PRICE-CHANGED
                   PERFORM 4550-DELTA-COMPARE
               END-IF

               IF WS-ROW-UNCHANGED
                   ADD 1 TO WS-UNCHANGED-CT
               ELSE
                   PERFORM 4010-UPDATE-X
               END-IF
           END-IF.

      ******************************************************************
      * ITEM ON A LIVE PROMOTION: THE NEW REGULAR RING GOES TO         *
      * X_PROMO.REG_RING, WHERE TBXPROMO WILL RESTORE IT FROM THE      *
      * MORNING AFTER THE AD ENDS, AND THE PROMO RING STAYS ON X.  THE *
      * REST OF THE RECORD (PACK_RETAIL, LABEL AND SIGN FIELDS) STILL  *
      * POSTS TO X THROUGH THE NORMAL PATH, WITH THE RING HELD AT THE  *
      * AD PRICE -- SO X_HIST AND POSI ONLY SEE A CHANGE IF SOMETHING  *
      * OTHER THAN THE RING MOVED.  A FAILED X_PROMO UPDATE SUSPENDS   *
      * THE RECORD (PRM-FAIL) RATHER THAN LOSE THE REGULAR PRICE.      *
      * THE HOLD IS MADE AHEAD OF THE X UPDATE SO A REFRESH-MODE ROW   *
      * WITH NOTHING ELSE CHANGED STILL POSTS ITS NEW REGULAR RING;    *
      * IF THE X UPDATE THEN FAILS, 4060-RELEASE-PROMO-HOLD PUTS THE   *
      * PRIOR REG_RING BACK SO A SUSPENDED PRICE IS NEVER RESTORED.    *
      ******************************************************************
       4050-HOLD-PROMO-RING.
           SET WS-REC-DID-WORK TO TRUE
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
               ADD 1 TO WS-REJECT-CT
               MOVE 'PRM-FAIL' TO WS-EDIT-REASON
               PERFORM 3900-WRITE-SUSPENSE
           END-IF.

       4010-UPDATE-X.
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
      * THE X UPDATE FAILED AFTER 4050-HOLD-PROMO-RING PARKED THE NEW  *
      * REGULAR RING ON X_PROMO.  PUT REG_RING BACK AS IT WAS, SO THE  *
      * CHECKPOINT COMMIT CANNOT HARDEN A PRICE THAT WENT TO SUSPENSE  *
      * AND TBXPROMO CANNOT RESTORE IT WHEN THE AD ENDS.  IF EVEN THAT *
      * FAILS THE JOB STOPS -- 8100-LEDGER-END ROLLS BACK TO THE LAST  *
      * CHECKPOINT AND THE RESTART REPROCESSES FROM THERE.             *
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
               DISPLAY "TESTDB2 - X_PROMO HOLD RELEASE FAILED SQLCODE="
                       SQLCODE " - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF.

      ******************************************************************
      ******************************************************************
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

      ******************************************************************
      * OUTBOUND POS/E-COMMERCE PRICE-CHANGE INTERFACE.  WRITTEN RIGHT *
      * AFTER 4000-INSERT-TABLE COMMITS A CHANGE TO RING, RING_QTY OR  *
      * PACK_RETAIL (WS-PRICE-CHANGED IS SET BY ANY OF THEM IN 4500-   *
      * AUDIT-HISTORY) SO DOWNSTREAM PRICING PICKS UP ANY PRICE-       *
      * AFFECTING CHANGE SAME-DAY INSTEAD OF ON THE NIGHTLY REFRESH.   *
      ******************************************************************
       4700-POS-INTERFACE-PARA.
           IF WS-PRICE-CHANGED
               MOVE AUD-OLD-PACK-RETAIL TO POSI-OLD-PACK-RETAIL
               MOVE X-PACK-RETAIL       TO POSI-NEW-PACK-RETAIL
               MOVE AUD-CHANGE-TIMESTAMP TO POSI-EFF-TIMESTAMP
               MOVE AUD-OLD-RING-QTY    TO POSI-OLD-RING-QTY
               MOVE X-RING-QTY          TO POSI-NEW-RING-QTY
               WRITE POSI-RECORD
           END-IF.

           MOVE X-PRT-SIGN-IND     TO PND-PRT-SIGN-IND
           MOVE X-ITEM-SELECTION   TO PND-ITEM-SELECTION
           MOVE X-RING             TO PND-RING
           MOVE X-RING-QTY         TO PND-RING-QTY
           MOVE WS-JOB-ID          TO PND-JOB-ID

           MOVE IF-EFF-DATE (1:4)  TO PND-EFF-DATE (1:4)
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                       LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                       RING, RING_QTY, EFF_DATE, ADD_TIMESTAMP,
                       JOB_ID )
               VALUES ( :PND-ROG, :PND-CORP-ITEM-CD, :PND-UPC-MANUF,
                        :PND-UPC-SALES, :PND-UPC-COUNTRY,
                        :PND-UPC-SYSTEM, :PND-UNIT-TYPE,
                        :PND-PRIMARY-UPC-SW, :PND-PACK-RETAIL,
                        :PND-LABEL-SIZE, :PND-LABEL-NUMBERS,
                        :PND-PRT-SIGN-IND, :PND-ITEM-SELECTION,
                        :PND-RING, :PND-RING-QTY, :PND-EFF-DATE,
                        :PND-ADD-TIMESTAMP, :PND-JOB-ID )
           END-EXEC

               WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE
           END-IF

           MOVE 'REG RINGS HELD FOR PROMO' TO WS-RPT-LABEL
           MOVE WS-PROMO-HELD-CT       TO WS-RPT-VALUE
           WRITE CONTROL-RPT-RECORD FROM WS-DETAIL-LINE

           CLOSE INFILE
                 SUSPENSE-FILE
                 POS-INTRFC-FILE
               CLOSE CHECKPOINT-FILE
           END-IF

      *    THE COMMIT ABOVE RELOADED RETURN-CODE -- A FAILURE SET
      *    BEFORE IT IS HELD IN JRL-SAVE-RC.
           IF JRL-SAVE-RC = ZERO
               PERFORM 6100-WRITE-FEED-CONTROL
               PERFORM 6200-WRITE-RUN-TOTALS
           END-IF
           IF WS-DELTA-MODE
               DISPLAY "RECS UNCHANGED  : " WS-UNCHANGED-CT
           END-IF.
           DISPLAY "HELD FOR PROMO  : " WS-PROMO-HELD-CT.
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
           MOVE 'TESTDB2' TO JRL-JOB-NAME
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
               DISPLAY "TESTDB2 - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TESTDB2 - " JRL-MISSING-DSP
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
                   DISPLAY "TESTDB2 - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TESTDB2 - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TESTDB2 - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TESTDB2 - " JRL-OVERRIDE-REASON
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
               DISPLAY "TESTDB2 - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE WS-READ-CT            TO JRL-COUNT-1
               MOVE 'ROWS UPDATED'        TO JRL-COUNT-LBL-2
               MOVE WS-UPDATE-CT          TO JRL-COUNT-2
               MOVE 'ROWS REJECTED'       TO JRL-COUNT-LBL-3
               MOVE WS-REJECT-CT          TO JRL-COUNT-3
               MOVE 'STAGED PENDING'      TO JRL-COUNT-LBL-4
               MOVE WS-PENDING-CT         TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
