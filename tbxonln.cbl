      * MAINTENANCE PATHS, EDITS, AND X_HIST AUDIT ARE UNCHANGED --    *
      * THE BROWSE ONLY FEEDS THEM A KEY THE DESK NO LONGER HAS TO     *
      * COPY OFF A TBXPBOOK PRINTOUT.  PF3 RETURNS TO THE KEY SCREEN. *
      *                                                                *
      * TWO-PERSON APPROVAL: A MAINTENANCE-SCREEN CHANGE THAT MOVES    *
      * THE PER-UNIT RING BY MORE THAN THE APPR_CTL PERCENT OR DOLLAR  *
      * THRESHOLD, OR TAKES STATUS_RUPC TO 'D'/'X', IS NOT APPLIED --  *
      * IT IS QUEUED ON PRICE_APPR UNDER THE MAKER'S SIGNED-ON USER    *
      * ID.                                                            *
      * PF4 ON THE KEY SCREEN OPENS THE APPROVAL SCREEN (TBXAPV) FOR A *
      * USER LISTED ON APPR_USER: IT PAGES (PF8) THROUGH TODAY'S       *
      * PENDING REQUESTS KEYED BY SOMEONE ELSE, AND 'A' OR 'R' DECIDES *
      * ONE.  ONLY APPROVAL RUNS THE X UPDATE, THE X_HIST INSERT AND   *
      * THE POSI QUEUE WRITE, WITH BOTH IDS ON THE X_HIST ROW.  EVERY  *
      * X_HIST ROW THIS TRANSACTION WRITES NOW CARRIES THE SIGNED-ON   *
      * USER ID RATHER THAN THE TERMINAL ID.  WHATEVER IS STILL        *
      * PENDING AT END OF DAY IS EXPIRED AND REPORTED BY TBXAPPRX.     *
      *                                                                *
      * PF6 ON THE KEY SCREEN (ROG/CORP_ITEM_CD KEYED) OR ON THE       *
      * MAINTENANCE SCREEN HANDS THE ITEM TO TBXHINQ, THE PRICE-       *
      * HISTORY INQUIRY, WITHOUT APPLYING ANYTHING KEYED; PF3 THERE    *
      * COMES BACK TO THE KEY SCREEN.                                  *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       COPY WSXREC.
       COPY WSAUDIT.
       COPY WSSECT.
       COPY WSCOST.
       COPY WSAPPR.

       01  WS-SWITCHES.
           05  WS-EDIT-SW              PIC X     VALUE 'Y'.
               88  WS-ITEM-FOUND           VALUE 'Y'.
           05  WS-PRICE-CHANGED-SW     PIC X     VALUE 'N'.
               88  WS-PRICE-CHANGED        VALUE 'Y'.
           05  WS-APPR-NEEDED-SW       PIC X     VALUE 'N'.
               88  WS-APPR-NEEDED          VALUE 'Y'.
           05  WS-APPROVER-SW          PIC X     VALUE 'N'.
               88  WS-APPROVER             VALUE 'Y'.
           05  WS-APPR-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-APPR-FOUND           VALUE 'Y'.
           05  WS-UPDATED-SW           PIC X     VALUE 'N'.
               88  WS-UPDATED              VALUE 'Y'.

       01  WS-EDIT-REASON              PIC X(10) VALUE SPACES.
       01  WS-MISC.
           05  WS-JOB-ID               PIC X(08) VALUE 'TBXONLN '.
           05  WS-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-OVRD-CT              PIC S9(9) COMP VALUE ZERO.
      *    SECOND (APPROVING) USER ON A TWO-PERSON CHANGE, ELSE SPACES
           05  WS-CHECKER-ID           PIC X(08) VALUE SPACES.

      ******************************************************************
      * TWO-PERSON APPROVAL WORK AREAS.  THE DEFAULT THRESHOLDS APPLY  *
      * ONLY WHEN APPR_CTL HAS NO ROW; A ZERO THRESHOLD TURNS THAT     *
      * TEST OFF, THE SAME WAY A ZERO TOLERANCE DOES IN TESTDB2'S      *
      * SWING EDIT.  THE LOW TIMESTAMP STARTS THE PENDING LIST OVER.   *
      ******************************************************************
       01  WS-APPR-FIELDS.
           05  WS-DFLT-SWING-PCT       PIC S9(3)V99  COMP-3 VALUE 20.00.
           05  WS-DFLT-SWING-AMT       PIC S9(5)V99  COMP-3 VALUE 2.00.
           05  WS-UNIT-OLD-RING        PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-RING-DIFF            PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-SWING-PCT            PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-APPR-CT              PIC S9(9)     COMP   VALUE ZERO.
           05  WS-CUR-STATUS-RUPC      PIC X(01)     VALUE SPACES.
           05  WS-LOW-TS               PIC X(26)     VALUE
               '0001-01-01-00.00.00.000000'.
           05  WS-APV-MSG              PIC X(40)     VALUE SPACES.

       01  WS-QUEUED-MSG.
           05  FILLER                  PIC X(22) VALUE
               'QUEUED FOR APPROVAL - '.
           05  WS-QM-REASON            PIC X(10).
           05  FILLER                  PIC X(08) VALUE SPACES.

       01  WS-REJECTED-MSG.
           05  FILLER                  PIC X(11) VALUE 'REJECTED - '.
           05  WS-RM-REASON            PIC X(10).
           05  FILLER                  PIC X(19) VALUE SPACES.

      ******************************************************************
      * ONE PRICE LINE ON THE APPROVAL SCREEN -- THE VALUES ON X WHEN  *
      * THE CHANGE WAS KEYED, AND THE VALUES REQUESTED.                *
      ******************************************************************
       01  WS-APV-LINE.
           05  WS-AL-RING-QTY-GRP.
               10  WS-AL-RING-QTY      PIC Z9.
               10  WS-AL-RING-SLASH    PIC X(01).
           05  WS-AL-RING              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AL-UNIT-RING         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AL-PACK              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  WS-AL-STATUS            PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-AL-SECT              PIC X(02).
           05  FILLER                  PIC X(12) VALUE SPACES.

      ******************************************************************
      * SAME LAYOUT AS TESTDB2'S POSI-RECORD.  TESTDB2 WRITES THIS TO  *
           05  POSI-OLD-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-NEW-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-EFF-TIMESTAMP      PIC X(26).
           05  POSI-OLD-RING-QTY       PIC 9(02).
           05  POSI-NEW-RING-QTY       PIC 9(02).

      ******************************************************************
      * COMMAREA CARRIED ACROSS THE PSEUDO-CONVERSATIONAL PF-KEY       *
      * ROUND-TRIPS.  WS-CA-FUNC DRIVES WHICH PARAGRAPH RUNS NEXT:     *
      * 'I' = INITIAL INQUIRY, 'M' = MAINTENANCE SCREEN KEYED, 'B' =   *
      * BROWSE LIST DISPLAYED, 'A' = APPROVAL SCREEN DISPLAYED (THE    *
      * KEY FIELDS AND WS-CA-APPR-TS IDENTIFY THE PRICE_APPR ROW ON    *
      * SCREEN).  THE BROWSE FIELDS CARRY THE FILTERS,                 *
      * THE TOP/BOTTOM REPOSITIONING KEYS FOR PF7/PF8 PAGING, AND THE  *
      * FULL TABLE-X KEY OF EVERY LINE ON SCREEN SO AN 'S' SELECTION   *
      * CAN DROP INTO THE MAINTENANCE SCREEN WITHOUT RE-KEYING.        *
               88  WS-CA-INQUIRY           VALUE 'I'.
               88  WS-CA-MAINT             VALUE 'M'.
               88  WS-CA-BROWSE            VALUE 'B'.
               88  WS-CA-APPROVE           VALUE 'A'.
           05  WS-CA-ROG               PIC X(03).
           05  WS-CA-CORP-ITEM-CD      PIC 9(09).
           05  WS-CA-UPC-MANUF         PIC 9(06).
               10  WS-CA-LK-CTRY       PIC 9(03).
               10  WS-CA-LK-SYS        PIC 9(01).
               10  WS-CA-LK-UNIT       PIC X(01).
           05  WS-CA-APPR-TS           PIC X(26).

       01  WS-RESP                     PIC S9(8) COMP.
       01  WS-RESP2                    PIC S9(8) COMP.

      ******************************************************************
      * ATTENTION IDS TESTED BY THE BROWSE AND APPROVAL FLOWS, HAND-   *
      * CODED TO THE STANDARD DFHAID VALUES THE SAME WAY THE SYMBOLIC  *
      * MAP IS HAND-CODED -- NO DFHAID COPYBOOK IS CARRIED IN THIS     *
      * SOURCE LIBRARY.                                                *
      ******************************************************************
       01  WS-AID-VALUES.
           05  WS-AID-PF2              PIC X(01) VALUE '2'.
           05  WS-AID-PF3              PIC X(01) VALUE '3'.
           05  WS-AID-PF4              PIC X(01) VALUE '4'.
           05  WS-AID-PF6              PIC X(01) VALUE '6'.
           05  WS-AID-PF7              PIC X(01) VALUE '7'.
           05  WS-AID-PF8              PIC X(01) VALUE '8'.

      ******************************************************************
      * WHAT PF6 PASSES TO TBXHINQ: THE FRONT OF ITS OWN COMMAREA,     *
      * FUNCTION 'X', THE ITEM, AND A FLAG TELLING IT TO XCTL BACK     *
      * HERE ON PF3.                                                   *
      ******************************************************************
       01  WS-HINQ-LINK.
           05  WS-HL-FUNC              PIC X(01) VALUE 'X'.
           05  WS-HL-ROG               PIC X(03).
           05  WS-HL-CORP-ITEM-CD      PIC 9(09).
           05  WS-HL-FROM-ONLN-SW      PIC X(01) VALUE 'Y'.

      ******************************************************************
      * BROWSE WORK AREAS.  THE START KEY IS THE REPOSITIONING POINT   *
      * THE BRW_FWD/BRW_BWD CURSORS PAGE FROM; THE ALL-SWITCHES FOLD   *
                   15  WS-PG-SYS       PIC 9(01).
                   15  WS-PG-UNIT      PIC X(01).
               10  WS-PG-RING          PIC S9(5)V99 COMP-3.
               10  WS-PG-RING-QTY      PIC S9(4)    COMP.
               10  WS-PG-PACK          PIC S9(5)V99 COMP-3.
               10  WS-PG-STATUS        PIC X(01).
      *    BYTE IMAGE OF ONE PAGE ENTRY FOR THE IN-PLACE REVERSAL SWAP
       01  WS-PAGE-HOLD                PIC X(36).

       01  WS-BRW-LINE.
           05  WS-BL-CORP-ITEM-CD      PIC 9(09).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-BL-UPC-SALES         PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *    "2/" AHEAD OF A MULTI-QUANTITY RING, BLANK FOR A SINGLE UNIT
           05  WS-BL-RING-QTY-GRP.
               10  WS-BL-RING-QTY      PIC Z9.
               10  WS-BL-RING-SLASH    PIC X(01).
           05  WS-BL-RING              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-BL-PACK              PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-BL-STATUS            PIC X(01).
           05  FILLER                  PIC X(08) VALUE SPACES.

      ******************************************************************
      * FORWARD BROWSE PAGE: THE NEXT TABLE-X ROWS FOR THE FILTER ROG  *
           DECLARE BRW_FWD CURSOR FOR
           SELECT   CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    RING, RING_QTY, PACK_RETAIL, STATUS_RUPC
           FROM     X
           WHERE    ROG = :WS-BRW-ROG
              AND  (:WS-BRW-SECT-ALL-SW = 'Y'
           DECLARE BRW_BWD CURSOR FOR
           SELECT   CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    RING, RING_QTY, PACK_RETAIL, STATUS_RUPC
           FROM     X
           WHERE    ROG = :WS-BRW-ROG
              AND  (:WS-BRW-SECT-ALL-SW = 'Y'
       COPY TBXONLNM.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(368).

       PROCEDURE DIVISION USING DFHCOMMAREA.

               EVALUATE TRUE
                   WHEN WS-CA-INQUIRY AND EIBAID = WS-AID-PF2
                       PERFORM 5000-SEND-BROWSE-MAP
                   WHEN WS-CA-INQUIRY AND EIBAID = WS-AID-PF4
                       PERFORM 6000-START-APPROVAL
                   WHEN WS-CA-INQUIRY AND EIBAID = WS-AID-PF6
                       PERFORM 7000-HISTORY-FROM-KEY
                   WHEN WS-CA-MAINT AND EIBAID = WS-AID-PF6
                       PERFORM 7050-HISTORY-FROM-MAINT
                   WHEN WS-CA-INQUIRY
                       PERFORM 2000-RECV-KEY-MAP
                   WHEN WS-CA-MAINT
                       PERFORM 3000-RECV-MAINT-MAP
                   WHEN WS-CA-BROWSE
                       PERFORM 5100-BROWSE-AID
                   WHEN WS-CA-APPROVE
                       PERFORM 6100-APPROVAL-AID
                   WHEN OTHER
                       PERFORM 1000-SEND-KEY-MAP
               END-EVALUATE
           EXEC SQL
               SELECT   PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                        LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                        RING, RING_QTY, RETAIL_SECT, STATUS_RUPC
               INTO    :X-PRIMARY-UPC-SW, :X-PACK-RETAIL,
                       :X-LABEL-SIZE, :X-LABEL-NUMBERS,
                       :X-PRT-SIGN-IND, :X-ITEM-SELECTION,
                       :X-RING, :X-RING-QTY, :X-RETAIL-SECT,
                       :X-STATUS-RUPC
               FROM     X
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
      * PARAGRAPH THAT ISSUED THE RECEIVE MAP THAT RAISED IT WOULD     *
      * RE-RAISE THE SAME CONDITION ON THE NEXT RECEIVE, LOOPING THE   *
      * TRANSACTION UNTIL THE REGION'S RUNAWAY-TASK INTERVAL KILLS IT. *
      * CONTROL ARRIVES BY THE HANDLE CONDITION, NOT A PERFORM, SO THE *
      * TASK RETURNS FROM HERE RATHER THAN FALLING INTO THE NEXT       *
      * PARAGRAPH.  THE SAME HOLDS FOR EVERY MAPFAIL PARAGRAPH BELOW.  *
      ******************************************************************
       2050-KEY-MAPFAIL.
           MOVE LOW-VALUES TO TBXKEYO
               SEND MAP('TBXKEY') MAPSET('TBXONLNM')
                    DATAONLY CURSOR
           END-EXEC
           SET WS-CA-INQUIRY TO TRUE
           EXEC CICS
               RETURN TRANSID('TBXO') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * SHOW THE SAME MAINTAINABLE FIELDS TESTDB2 UPDATES SO THE ONLY  *
           MOVE X-PRT-SIGN-IND      TO PRTSIGNO
           MOVE X-ITEM-SELECTION    TO ITEMSELO
           MOVE X-RING              TO RINGO
           MOVE X-RING-QTY          TO RQTYO
           MOVE X-RETAIL-SECT       TO RETSECTMO
           MOVE X-STATUS-RUPC       TO STATRUPCMO

      * IN TESTDB2, THEN UPDATE X AND WRITE X_HIST THE SAME WAY        *
      * 4000-INSERT-TABLE / 4500-AUDIT-HISTORY DO, SO THE AUDIT TRAIL  *
      * IS IDENTICAL REGARDLESS OF WHICH PROGRAM MADE THE CHANGE.      *
      * A CHANGE 3400-APPROVAL-CHECK FLAGS AS TOO LARGE FOR ONE PERSON *
      * IS QUEUED BY 3500-QUEUE-REQUEST INSTEAD OF BEING APPLIED.      *
      * RETAIL_SECT AND STATUS_RUPC ARE TAKEN FROM THE KEYED SCREEN    *
      * FIELDS (RETSECTMI/STATRUPCMI), NOT FORCED BACK FROM THE        *
      * COMMAREA, SO REQUEST 009'S "CORRECT A SINGLE ITEM'S            *
           MOVE PRTSIGNI             TO X-PRT-SIGN-IND
           MOVE ITEMSELI             TO X-ITEM-SELECTION
           MOVE RINGI                TO X-RING
      *    A KEYED QUANTITY OF ZERO MEANS A SINGLE-UNIT RING; ANYTHING
      *    NOT NUMERIC FAILS 3150-UNIT-RING AS BAD-QTY.
           IF RQTYI IS NUMERIC
               MOVE RQTYI            TO X-RING-QTY
               IF X-RING-QTY = ZERO
                   MOVE 1            TO X-RING-QTY
               END-IF
           ELSE
               MOVE ZERO             TO X-RING-QTY
           END-IF
           MOVE RETSECTMI            TO X-RETAIL-SECT
           MOVE STATRUPCMI           TO X-STATUS-RUPC

           PERFORM 3100-EDIT-PARA

           IF WS-EDIT-OK
               EXEC CICS
                   ASSIGN USERID(WS-USER-ID)
               END-EXEC
               MOVE SPACES TO WS-CHECKER-ID
               PERFORM 3400-APPROVAL-CHECK
               IF WS-APPR-NEEDED
                   PERFORM 3500-QUEUE-REQUEST
               ELSE
                   PERFORM 4000-UPDATE-TABLE
                   MOVE 'UPDATE COMPLETE' TO MNTMSGO
               END-IF
           ELSE
               MOVE WS-EDIT-REASON TO MNTMSGO
           END-IF
           MOVE X-PRT-SIGN-IND      TO PRTSIGNO
           MOVE X-ITEM-SELECTION    TO ITEMSELO
           MOVE X-RING              TO RINGO
           MOVE X-RING-QTY          TO RQTYO
           MOVE X-RETAIL-SECT       TO RETSECTMO
           MOVE X-STATUS-RUPC       TO STATRUPCMO

      * 3000-RECV-MAINT-MAP'S RECEIVE MAP -- WORKING-STORAGE ISN'T    *
      * CARRIED ACROSS THE PSEUDO-CONVERSATIONAL ROUND TRIP SO X-*    *
      * HOLDS NO DATA YET WHEN MAPFAIL FIRES ON A FRESH INVOCATION.   *
      * IT RETURNS TO CICS ITSELF -- FALLING THROUGH WOULD RUN THE    *
      * EDITS AND 4000-UPDATE-TABLE ON AN UNKEYED SCREEN.             *
      ******************************************************************
       3050-MAINT-MAPFAIL.
           MOVE WS-CA-ROG            TO X-ROG
           EXEC SQL
               SELECT   PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                        LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                        RING, RING_QTY, RETAIL_SECT, STATUS_RUPC
               INTO    :X-PRIMARY-UPC-SW, :X-PACK-RETAIL,
                       :X-LABEL-SIZE, :X-LABEL-NUMBERS,
                       :X-PRT-SIGN-IND, :X-ITEM-SELECTION,
                       :X-RING, :X-RING-QTY, :X-RETAIL-SECT,
                       :X-STATUS-RUPC
               FROM     X
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
           MOVE X-PRT-SIGN-IND      TO PRTSIGNO
           MOVE X-ITEM-SELECTION    TO ITEMSELO
           MOVE X-RING              TO RINGO
           MOVE X-RING-QTY          TO RQTYO
           MOVE X-RETAIL-SECT       TO RETSECTMO
           MOVE X-STATUS-RUPC       TO STATRUPCMO
           MOVE 'PLEASE MODIFY A FIELD BEFORE PRESSING ENTER' TO MNTMSGO
               SEND MAP('TBXMNT') MAPSET('TBXONLNM') ERASE
           END-EXEC

           SET WS-CA-MAINT TO TRUE
           EXEC CICS
               RETURN TRANSID('TBXO') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * SAME VALIDATION RULES AS 3000-EDIT-PARA IN TESTDB2 (BAD-RING, *
      * BAD-PACK, NO-SECT, LOW-MARGIN, BAD-SIGN, BAD-LBLSZ, BAD-LBLNO,*
      * BAD-ISEL), SO AN ONLINE CORRECTION CAN'T PUT SOMETHING INTO X *
      * THAT WOULD HAVE BEEN SUSPENDED IN BATCH, PLUS A VALID-VALUE   *
      * CHECK ON STATUS_RUPC SINCE THIS PROGRAM (UNLIKE TESTDB2) LETS *
      * THE OPERATOR KEY A NEW ONE.  THE ONLY CODES ANY PROGRAM IN    *
      * THIS SYSTEM EVER TESTS STATUS_RUPC AGAINST ARE SPACES         *
      * (ACTIVE), 'D' (DISCONTINUED) AND 'X' (DELETED) -- SEE         *
      * TESTDB2'S 1000-INITIALIZE-PARA AND TBXDISCR'S CURSOR.         *
      * TESTDB2'S CPN-ADJ CHECK ISN'T MIRRORED HERE SINCE THIS SCREEN *
      * ONLY TOUCHES ONE ITEM AT A TIME BY OPERATOR REQUEST, NOT A    *
      * FULL PRICE FEED RUN THAT COULD BE MASKING A DROPPED COUPON.   *
      ******************************************************************
       3100-EDIT-PARA.
           SET WS-EDIT-OK TO TRUE
               MOVE 'BAD-RING'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3150-UNIT-RING
           END-IF

           IF WS-EDIT-OK
              AND X-PACK-RETAIL NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               PERFORM 3200-SECT-RANGE-EDIT
           END-IF

           IF WS-EDIT-OK
              AND WS-SECT-REF-FOUND
              AND SECT-MIN-MARGIN-PCT > ZERO
               PERFORM 3300-MARGIN-EDIT
           END-IF

           IF WS-EDIT-OK
              AND X-STATUS-RUPC NOT = SPACES
              AND X-STATUS-RUPC NOT = 'D'
               MOVE 'BAD-ISEL'  TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * PER-UNIT RING -- SAME AS TESTDB2'S 3050-UNIT-RING.  THE KEYED  *
      * RING BUYS RING_QTY UNITS, AND THE SECTION RANGE AND MARGIN     *
      * EDITS BELOW MEASURE RING / RING_QTY, SO A KEYED "2 FOR $5" IS  *
      * TESTED AS $2.50.  A QUANTITY THAT LEAVES NO PER-UNIT PRICE     *
      * FAILS AS BAD-QTY.                                              *
      ******************************************************************
       3150-UNIT-RING.
           MOVE ZERO TO WS-UNIT-RING

           IF X-RING-QTY NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-QTY'   TO WS-EDIT-REASON
           ELSE
               COMPUTE WS-UNIT-RING ROUNDED = X-RING / X-RING-QTY
               IF WS-UNIT-RING NOT > ZERO
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'BAD-QTY'   TO WS-EDIT-REASON
               END-IF
           END-IF.

      ******************************************************************
      * RING/PACK_RETAIL-VS-SECTION REASONABLENESS EDIT -- SAME CHECK  *
      * AS TESTDB2'S 3100-SECT-RANGE-EDIT, SO AN OPERATOR CANNOT KEY   *
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
               MOVE 'SECT-PACK' TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * GROSS-MARGIN FLOOR EDIT -- SAME CHECK AS TESTDB2'S             *
      * 3300-MARGIN-EDIT, SO AN OPERATOR CANNOT KEY A MONEY-LOSING     *
      * RING THE BATCH FEED WOULD HAVE SUSPENDED AS LOW-MARGIN.  THIS  *
      * TRANSACTION HAS NO NATIVE FILE I/O TO READ THE DESK'S OVERRIDE *
      * DATASET, SO IT CHECKS PRICE_OVRD, THE COPY OF THAT SAME FILE   *
      * TBXCOSTL REFRESHES EVERY NIGHT.                                *
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
                   MOVE ZERO TO WS-OVRD-CT
                   EXEC SQL
                       SELECT COUNT(*)
                       INTO  :WS-OVRD-CT
                       FROM   PRICE_OVRD
                       WHERE  ROG          = :COST-ROG
                         AND  CORP_ITEM_CD = :COST-CORP-ITEM-CD
                   END-EXEC
                   IF WS-OVRD-CT = ZERO
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOW-MARGIN' TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * DOES THIS CHANGE NEED A SECOND PERSON?  COMPARES THE KEYED ROW *
      * TO WHAT IS ON X NOW: STATUS_RUPC GOING TO 'D' OR 'X', OR A     *
      * PER-UNIT RING SWING OVER THE APPR_CTL PERCENT OR DOLLAR        *
      * THRESHOLD (MEASURED RING / RING_QTY LIKE TESTDB2'S SWING EDIT, *
      * SO RE-KEYING $2.50 AS "2 FOR $5" IS NO SWING AT ALL).  FIRST   *
      * REASON FOUND WINS.  THE BEFORE IMAGE IS KEPT IN THE APR-OLD-   *
      * FIELDS FOR THE QUEUE ROW.                                      *
      ******************************************************************
       3400-APPROVAL-CHECK.
           MOVE 'N'    TO WS-APPR-NEEDED-SW
           MOVE SPACES TO APR-REASON
           MOVE ZERO   TO APR-OLD-RING
           MOVE ZERO   TO APR-OLD-RING-QTY
           MOVE ZERO   TO APR-OLD-PACK-RETAIL
           MOVE SPACES TO APR-OLD-STATUS-RUPC

           EXEC SQL
               SELECT   RING,
                        RING_QTY,
                        PACK_RETAIL,
                        STATUS_RUPC
               INTO    :APR-OLD-RING,
                       :APR-OLD-RING-QTY,
                       :APR-OLD-PACK-RETAIL,
                       :APR-OLD-STATUS-RUPC
               FROM     X
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
               FETCH FIRST ROW ONLY
           END-EXEC

           IF (X-STATUS-RUPC = 'D' OR X-STATUS-RUPC = 'X')
              AND X-STATUS-RUPC NOT = APR-OLD-STATUS-RUPC
               SET WS-APPR-NEEDED TO TRUE
               IF X-STATUS-RUPC = 'D'
                   MOVE 'STATUS-D'  TO APR-REASON
               ELSE
                   MOVE 'STATUS-X'  TO APR-REASON
               END-IF
           END-IF

           IF NOT WS-APPR-NEEDED
              AND APR-OLD-RING > ZERO
               PERFORM 3450-SWING-CHECK
           END-IF.

       3450-SWING-CHECK.
           EXEC SQL
               SELECT   SWING_PCT,
                        SWING_AMT
               INTO    :APC-SWING-PCT,
                       :APC-SWING-AMT
               FROM     APPR_CTL
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE WS-DFLT-SWING-PCT TO APC-SWING-PCT
               MOVE WS-DFLT-SWING-AMT TO APC-SWING-AMT
           END-IF

           IF APR-OLD-RING-QTY NOT > ZERO
               MOVE 1 TO APR-OLD-RING-QTY
           END-IF
           COMPUTE WS-UNIT-OLD-RING ROUNDED =
               APR-OLD-RING / APR-OLD-RING-QTY
           COMPUTE WS-RING-DIFF = WS-UNIT-RING - WS-UNIT-OLD-RING
           IF WS-RING-DIFF < ZERO
               COMPUTE WS-RING-DIFF = ZERO - WS-RING-DIFF
           END-IF
           MOVE ZERO TO WS-SWING-PCT
           IF WS-UNIT-OLD-RING > ZERO
               COMPUTE WS-SWING-PCT ROUNDED =
                   WS-RING-DIFF * 100 / WS-UNIT-OLD-RING
           END-IF

           IF APC-SWING-PCT > ZERO
              AND WS-SWING-PCT > APC-SWING-PCT
               SET WS-APPR-NEEDED TO TRUE
               MOVE 'SWING-PCT' TO APR-REASON
           END-IF

           IF NOT WS-APPR-NEEDED
              AND APC-SWING-AMT > ZERO
              AND WS-RING-DIFF > APC-SWING-AMT
               SET WS-APPR-NEEDED TO TRUE
               MOVE 'SWING-AMT' TO APR-REASON
           END-IF.

      ******************************************************************
      * PUT THE KEYED ROW ON PRICE_APPR AS PENDING UNDER THE MAKER'S   *
      * SIGNED-ON USER ID.  NOTHING TOUCHES X, X_HIST OR POSI HERE.    *
      * ONE PENDING REQUEST PER ITEM/UPC AT A TIME -- A SECOND ONE     *
      * WOULD LET TWO CHECKERS APPROVE CONFLICTING PRICES.             *
      ******************************************************************
       3500-QUEUE-REQUEST.
           MOVE ZERO TO WS-APPR-CT
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-APPR-CT
               FROM   PRICE_APPR
               WHERE  ROG          = :X-ROG
                 AND  CORP_ITEM_CD = :X-CORP-ITEM-CD
                 AND  UPC_MANUF    = :X-UPC-MANUF
                 AND  UPC_SALES    = :X-UPC-SALES
                 AND  UPC_COUNTRY  = :X-UPC-COUNTRY
                 AND  UPC_SYSTEM   = :X-UPC-SYSTEM
                 AND  UNIT_TYPE    = :X-UNIT-TYPE
                 AND  APPR_STATUS  = 'P'
           END-EXEC

           IF WS-APPR-CT > ZERO
               MOVE 'ITEM ALREADY AWAITING APPROVAL' TO MNTMSGO
           ELSE
               MOVE X-ROG              TO APR-ROG
               MOVE X-CORP-ITEM-CD     TO APR-CORP-ITEM-CD
               MOVE X-UPC-MANUF        TO APR-UPC-MANUF
               MOVE X-UPC-SALES        TO APR-UPC-SALES
               MOVE X-UPC-COUNTRY      TO APR-UPC-COUNTRY
               MOVE X-UPC-SYSTEM       TO APR-UPC-SYSTEM
               MOVE X-UNIT-TYPE        TO APR-UNIT-TYPE
               MOVE X-PRIMARY-UPC-SW   TO APR-PRIMARY-UPC-SW
               MOVE X-PACK-RETAIL      TO APR-PACK-RETAIL
               MOVE X-LABEL-SIZE       TO APR-LABEL-SIZE
               MOVE X-LABEL-NUMBERS    TO APR-LABEL-NUMBERS
               MOVE X-PRT-SIGN-IND     TO APR-PRT-SIGN-IND
               MOVE X-ITEM-SELECTION   TO APR-ITEM-SELECTION
               MOVE X-RING             TO APR-RING
               MOVE X-RING-QTY         TO APR-RING-QTY
               MOVE X-RETAIL-SECT      TO APR-RETAIL-SECT
               MOVE X-STATUS-RUPC      TO APR-STATUS-RUPC
               MOVE 'P'                TO APR-STATUS
               MOVE WS-USER-ID         TO APR-MAKER-ID
               MOVE SPACES             TO APR-CHECKER-ID
               MOVE SPACES             TO APR-DECIDE-REASON

               EXEC SQL
                   SET :APR-REQ-TIMESTAMP = CURRENT TIMESTAMP
               END-EXEC

               EXEC SQL
                   INSERT INTO PRICE_APPR
                         ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                           UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                           PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                           LABEL_NUMBERS, PRT_SIGN_IND,
                           ITEM_SELECTION, RING, RING_QTY,
                           RETAIL_SECT, STATUS_RUPC,
                           OLD_RING, OLD_RING_QTY, OLD_PACK_RETAIL,
                           OLD_STATUS_RUPC, APPR_REASON, APPR_STATUS,
                           MAKER_USER_ID, REQ_TIMESTAMP,
                           CHECKER_USER_ID, DECIDE_REASON )
                   VALUES ( :APR-ROG, :APR-CORP-ITEM-CD,
                            :APR-UPC-MANUF, :APR-UPC-SALES,
                            :APR-UPC-COUNTRY, :APR-UPC-SYSTEM,
                            :APR-UNIT-TYPE, :APR-PRIMARY-UPC-SW,
                            :APR-PACK-RETAIL, :APR-LABEL-SIZE,
                            :APR-LABEL-NUMBERS, :APR-PRT-SIGN-IND,
                            :APR-ITEM-SELECTION, :APR-RING,
                            :APR-RING-QTY, :APR-RETAIL-SECT,
                            :APR-STATUS-RUPC, :APR-OLD-RING,
                            :APR-OLD-RING-QTY, :APR-OLD-PACK-RETAIL,
                            :APR-OLD-STATUS-RUPC, :APR-REASON,
                            :APR-STATUS, :APR-MAKER-ID,
                            :APR-REQ-TIMESTAMP, :APR-CHECKER-ID,
                            :APR-DECIDE-REASON )
               END-EXEC

               IF SQLCODE = 0
                   MOVE APR-REASON    TO WS-QM-REASON
                   MOVE WS-QUEUED-MSG TO MNTMSGO
               ELSE
                   MOVE 'APPROVAL QUEUE WRITE FAILED - NOT SAVED'
                        TO MNTMSGO
               END-IF
           END-IF.

      ******************************************************************
      * SAME UPDATE AS 4000-INSERT-TABLE.  4500-AUDIT-HISTORY ONLY     *
      * CAPTURES THE BEFORE IMAGE (MUST RUN AHEAD OF THE UPDATE TO SEE *
      * THE OLD VALUES); THE X_HIST INSERT ITSELF IS DEFERRED TO      *
      * 4600-AUDIT-INSERT-HISTORY, WHICH ONLY RUNS IF SQLCODE = 0, SO  *
      * A FAILED UPDATE NEVER LEAVES BEHIND AN AUDIT ROW CLAIMING A    *
      * CHANGE THAT DIDN'T HAPPEN.  THE CALLER SETS WS-USER-ID TO THE  *
      * SIGNED-ON USER WHO KEYED THE CHANGE (EXEC CICS ASSIGN USERID)  *
      * AND WS-CHECKER-ID TO THE APPROVER, OR SPACES WHEN NONE WAS     *
      * NEEDED.  WS-UPDATED TELLS THE APPROVAL PATH THE UPDATE TOOK.   *
      ******************************************************************
       4000-UPDATE-TABLE.
           MOVE 'N' TO WS-UPDATED-SW
           PERFORM 4500-AUDIT-HISTORY

           EXEC SQL
                       PRT_SIGN_IND   = :X-PRT-SIGN-IND,
                       ITEM_SELECTION = :X-ITEM-SELECTION,
                       RING           = :X-RING,
                       RING_QTY       = :X-RING-QTY,
                       RETAIL_SECT    = :X-RETAIL-SECT,
                       STATUS_RUPC    = :X-STATUS-RUPC
                   WHERE   (ROG = :X-ROG
           END-EXEC

           IF SQLCODE = 0
               SET WS-UPDATED TO TRUE
               PERFORM 4600-AUDIT-INSERT-HISTORY
               PERFORM 4700-POS-INTERFACE-PARA
           END-IF.
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
               SET WS-PRICE-CHANGED TO TRUE
           ELSE
               MOVE 'N' TO WS-PRICE-CHANGED-SW
           MOVE X-UPC-SYSTEM       TO AUD-UPC-SYSTEM
           MOVE X-UNIT-TYPE        TO AUD-UNIT-TYPE
           MOVE X-RING             TO AUD-NEW-RING
           MOVE X-RING-QTY         TO AUD-NEW-RING-QTY
      *    NO COUPON NETTING ONLINE -- THE KEYED RING IS BOTH GROSS
      *    AND NET ON THE AUDIT ROW.
           MOVE X-RING             TO AUD-GROSS-RING
           MOVE X-PACK-RETAIL      TO AUD-NEW-PACK-RETAIL
           MOVE WS-JOB-ID          TO AUD-JOB-ID
           MOVE WS-USER-ID         TO AUD-USER-ID
           MOVE WS-CHECKER-ID      TO AUD-CHECKER-ID.

      ******************************************************************
      * X_HIST INSERT, SPLIT OUT OF 4500-AUDIT-HISTORY SO IT ONLY      *
                     ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       OLD_RING, NEW_RING, GROSS_RING,
                       OLD_RING_QTY, NEW_RING_QTY,
                       OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                       CHANGE_TIMESTAMP, JOB_ID, USER_ID,
                       CHECKER_ID )
               VALUES ( :AUD-ROG, :AUD-CORP-ITEM-CD, :AUD-UPC-MANUF,
                        :AUD-UPC-SALES, :AUD-UPC-COUNTRY,
                        :AUD-UPC-SYSTEM, :AUD-UNIT-TYPE,
                        :AUD-OLD-RING, :AUD-NEW-RING, :AUD-GROSS-RING,
                        :AUD-OLD-RING-QTY, :AUD-NEW-RING-QTY,
                        :AUD-OLD-PACK-RETAIL, :AUD-NEW-PACK-RETAIL,
                        :AUD-CHANGE-TIMESTAMP, :AUD-JOB-ID,
                        :AUD-USER-ID, :AUD-CHECKER-ID )
           END-EXEC.

      ******************************************************************
               MOVE AUD-OLD-PACK-RETAIL TO POSI-OLD-PACK-RETAIL
               MOVE X-PACK-RETAIL       TO POSI-NEW-PACK-RETAIL
               MOVE AUD-CHANGE-TIMESTAMP TO POSI-EFF-TIMESTAMP
               MOVE AUD-OLD-RING-QTY    TO POSI-OLD-RING-QTY
               MOVE X-RING-QTY          TO POSI-NEW-RING-QTY
               EXEC CICS
                   WRITEQ TD QUEUE('POSI')
                             FROM(WS-POSI-RECORD)

       5250-BROWSE-MAPFAIL.
           MOVE 'KEY FILTERS, S TO SELECT, PF7/PF8 PAGE' TO WS-BRW-MSG
           PERFORM 5000-SEND-BROWSE-MAP
           EXEC CICS
               RETURN TRANSID('TBXO') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

       5300-PAGE-FORWARD.
           MOVE WS-CA-BOT-KEY TO WS-BRW-START-KEY
                   INTO    :X-CORP-ITEM-CD, :X-UPC-MANUF,
                           :X-UPC-SALES, :X-UPC-COUNTRY,
                           :X-UPC-SYSTEM, :X-UNIT-TYPE,
                           :X-RING, :X-RING-QTY, :X-PACK-RETAIL,
                           :X-STATUS-RUPC
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-BRW-EOF TO TRUE
           MOVE X-UPC-SYSTEM   TO WS-PG-SYS    (WS-PAGE-CT)
           MOVE X-UNIT-TYPE    TO WS-PG-UNIT   (WS-PAGE-CT)
           MOVE X-RING         TO WS-PG-RING   (WS-PAGE-CT)
           MOVE X-RING-QTY     TO WS-PG-RING-QTY (WS-PAGE-CT)
           MOVE X-PACK-RETAIL  TO WS-PG-PACK   (WS-PAGE-CT)
           MOVE X-STATUS-RUPC  TO WS-PG-STATUS (WS-PAGE-CT).

                   INTO    :X-CORP-ITEM-CD, :X-UPC-MANUF,
                           :X-UPC-SALES, :X-UPC-COUNTRY,
                           :X-UPC-SYSTEM, :X-UNIT-TYPE,
                           :X-RING, :X-RING-QTY, :X-PACK-RETAIL,
                           :X-STATUS-RUPC
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-BRW-EOF TO TRUE
           MOVE WS-PG-ITEM   (WS-BRW-IX) TO WS-BL-CORP-ITEM-CD
           MOVE WS-PG-MANUF  (WS-BRW-IX) TO WS-BL-UPC-MANUF
           MOVE WS-PG-SALES  (WS-BRW-IX) TO WS-BL-UPC-SALES
           MOVE SPACES                   TO WS-BL-RING-QTY-GRP
           IF WS-PG-RING-QTY (WS-BRW-IX) > 1
               MOVE WS-PG-RING-QTY (WS-BRW-IX) TO WS-BL-RING-QTY
               MOVE '/'                  TO WS-BL-RING-SLASH
           END-IF
           MOVE WS-PG-RING   (WS-BRW-IX) TO WS-BL-RING
           MOVE WS-PG-PACK   (WS-BRW-IX) TO WS-BL-PACK
           MOVE WS-PG-STATUS (WS-BRW-IX) TO WS-BL-STATUS
           EXEC SQL
               SELECT   PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                        LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                        RING, RING_QTY, RETAIL_SECT, STATUS_RUPC
               INTO    :X-PRIMARY-UPC-SW, :X-PACK-RETAIL,
                       :X-LABEL-SIZE, :X-LABEL-NUMBERS,
                       :X-PRT-SIGN-IND, :X-ITEM-SELECTION,
                       :X-RING, :X-RING-QTY, :X-RETAIL-SECT,
                       :X-STATUS-RUPC
               FROM     X
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
               PERFORM 5000-SEND-BROWSE-MAP
           END-IF.

      ******************************************************************
      * PF4 FROM THE KEY SCREEN: ONLY A USER ON APPR_USER GETS THE     *
      * APPROVAL SCREEN.  IT OPENS ON THE OLDEST PENDING REQUEST.      *
      ******************************************************************
       6000-START-APPROVAL.
           PERFORM 6050-CHECK-APPROVER
           IF WS-APPROVER
               MOVE WS-LOW-TS TO WS-CA-APPR-TS
               PERFORM 6200-NEXT-REQUEST
           ELSE
               MOVE LOW-VALUES TO TBXKEYO
               MOVE 'NOT AUTHORIZED TO APPROVE PRICE CHANGES'
                    TO ERRMSGO
               EXEC CICS
                   SEND MAP('TBXKEY') MAPSET('TBXONLNM')
                        DATAONLY CURSOR
               END-EXEC
               SET WS-CA-INQUIRY TO TRUE
           END-IF.

      ******************************************************************
      * THE CHECKER IS WHOEVER IS SIGNED ON TO THIS TERMINAL NOW, SO   *
      * IT IS TAKEN AGAIN ON EVERY ROUND TRIP RATHER THAN CARRIED IN   *
      * THE COMMAREA.                                                  *
      ******************************************************************
       6050-CHECK-APPROVER.
           MOVE 'N' TO WS-APPROVER-SW
           EXEC CICS
               ASSIGN USERID(WS-CHECKER-ID)
           END-EXEC
           MOVE WS-CHECKER-ID TO APC-USER-ID
           MOVE ZERO TO WS-APPR-CT

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-APPR-CT
               FROM   APPR_USER
               WHERE  USER_ID = :APC-USER-ID
           END-EXEC

           IF WS-APPR-CT > ZERO
               SET WS-APPROVER TO TRUE
           END-IF.

      ******************************************************************
      * APPROVAL SCREEN DISPATCH BY ATTENTION KEY: PF3 BACK TO THE KEY *
      * SCREEN, PF8 SKIPS TO THE NEXT PENDING REQUEST, ANYTHING ELSE   *
      * IS TREATED AS ENTER -- A DECISION ON THE REQUEST SHOWN.        *
      ******************************************************************
       6100-APPROVAL-AID.
           PERFORM 6050-CHECK-APPROVER
           EVALUATE TRUE
               WHEN EIBAID = WS-AID-PF3
                   PERFORM 1000-SEND-KEY-MAP
               WHEN NOT WS-APPROVER
                   MOVE 'NOT AUTHORIZED TO APPROVE PRICE CHANGES'
                        TO WS-APV-MSG
                   PERFORM 6290-APPROVAL-DONE
               WHEN EIBAID = WS-AID-PF8
                   PERFORM 6200-NEXT-REQUEST
               WHEN OTHER
                   PERFORM 6300-RECV-APPROVAL
           END-EVALUATE.

      ******************************************************************
      * NEXT PENDING REQUEST AFTER THE ONE LAST SHOWN, WRAPPING BACK   *
      * TO THE OLDEST WHEN THE END OF THE QUEUE IS REACHED.  AN EMPTY  *
      * QUEUE RETURNS TO THE KEY SCREEN WITH THE LAST MESSAGE.         *
      ******************************************************************
       6200-NEXT-REQUEST.
           PERFORM 6250-FETCH-NEXT
           IF NOT WS-APPR-FOUND
              AND WS-CA-APPR-TS NOT = WS-LOW-TS
               MOVE WS-LOW-TS TO WS-CA-APPR-TS
               PERFORM 6250-FETCH-NEXT
           END-IF

           IF WS-APPR-FOUND
               PERFORM 6400-SEND-APPROVAL-MAP
           ELSE
               IF WS-APV-MSG = SPACES
                   MOVE 'NO PRICE CHANGES AWAITING APPROVAL'
                        TO WS-APV-MSG
               END-IF
               PERFORM 6290-APPROVAL-DONE
           END-IF.

      ******************************************************************
      * ONLY TODAY'S REQUESTS ARE SHOWN -- ONE LEFT OVER FROM AN       *
      * EARLIER DAY HAS EXPIRED WHETHER OR NOT TBXAPPRX HAS MARKED IT  *
      * YET -- AND NEVER THE CHECKER'S OWN.                            *
      ******************************************************************
       6250-FETCH-NEXT.
           MOVE 'N' TO WS-APPR-FOUND-SW

           EXEC SQL
               SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                        PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                        LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                        RING, RING_QTY, RETAIL_SECT, STATUS_RUPC,
                        OLD_RING, OLD_RING_QTY, OLD_PACK_RETAIL,
                        OLD_STATUS_RUPC, APPR_REASON, MAKER_USER_ID,
                        REQ_TIMESTAMP
               INTO    :APR-ROG, :APR-CORP-ITEM-CD, :APR-UPC-MANUF,
                       :APR-UPC-SALES, :APR-UPC-COUNTRY,
                       :APR-UPC-SYSTEM, :APR-UNIT-TYPE,
                       :APR-PRIMARY-UPC-SW, :APR-PACK-RETAIL,
                       :APR-LABEL-SIZE, :APR-LABEL-NUMBERS,
                       :APR-PRT-SIGN-IND, :APR-ITEM-SELECTION,
                       :APR-RING, :APR-RING-QTY, :APR-RETAIL-SECT,
                       :APR-STATUS-RUPC, :APR-OLD-RING,
                       :APR-OLD-RING-QTY, :APR-OLD-PACK-RETAIL,
                       :APR-OLD-STATUS-RUPC, :APR-REASON,
                       :APR-MAKER-ID, :APR-REQ-TIMESTAMP
               FROM     PRICE_APPR
               WHERE    APPR_STATUS         = 'P'
                  AND   REQ_TIMESTAMP       > :WS-CA-APPR-TS
                  AND   DATE(REQ_TIMESTAMP) = CURRENT DATE
                  AND   MAKER_USER_ID      <> :WS-CHECKER-ID
               ORDER BY REQ_TIMESTAMP
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               SET WS-APPR-FOUND TO TRUE
               MOVE APR-ROG           TO WS-CA-ROG
               MOVE APR-CORP-ITEM-CD  TO WS-CA-CORP-ITEM-CD
               MOVE APR-UPC-MANUF     TO WS-CA-UPC-MANUF
               MOVE APR-UPC-SALES     TO WS-CA-UPC-SALES
               MOVE APR-UPC-COUNTRY   TO WS-CA-UPC-COUNTRY
               MOVE APR-UPC-SYSTEM    TO WS-CA-UPC-SYSTEM
               MOVE APR-UNIT-TYPE     TO WS-CA-UNIT-TYPE
               MOVE APR-REQ-TIMESTAMP TO WS-CA-APPR-TS
           END-IF.

       6290-APPROVAL-DONE.
           MOVE LOW-VALUES TO TBXKEYO
           MOVE WS-APV-MSG TO ERRMSGO
           MOVE SPACES     TO WS-APV-MSG
           EXEC CICS
               SEND MAP('TBXKEY') MAPSET('TBXONLNM') ERASE
           END-EXEC
           SET WS-CA-INQUIRY TO TRUE.

      ******************************************************************
      * ENTER ON THE APPROVAL SCREEN: 'A' APPROVES, 'R' REJECTS THE    *
      * REQUEST SHOWN.  MAPFAIL GOES TO ITS OWN PARAGRAPH FOR THE SAME *
      * REASON AS 3050-MAINT-MAPFAIL.                                  *
      ******************************************************************
       6300-RECV-APPROVAL.
           EXEC CICS
               HANDLE CONDITION MAPFAIL(6350-APPROVAL-MAPFAIL)
           END-EXEC

           EXEC CICS
               RECEIVE MAP('TBXAPV') MAPSET('TBXONLNM')
           END-EXEC

           EVALUATE TRUE
               WHEN ACTPI = 'A'
                   PERFORM 6500-APPROVE-REQUEST
               WHEN ACTPI = 'R'
                   PERFORM 6600-REJECT-REQUEST
               WHEN OTHER
                   MOVE 'A = APPROVE, R = REJECT, PF8 = NEXT'
                        TO WS-APV-MSG
                   PERFORM 6450-REDISPLAY-REQUEST
           END-EVALUATE.

       6350-APPROVAL-MAPFAIL.
           MOVE 'A = APPROVE, R = REJECT, PF8 = NEXT' TO WS-APV-MSG
           PERFORM 6450-REDISPLAY-REQUEST
           EXEC CICS
               RETURN TRANSID('TBXO') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * SHOW ONE REQUEST: WHO KEYED IT AND WHEN, WHY IT WAS QUEUED,    *
      * AND X AS THE MAKER FOUND IT NEXT TO THE VALUES REQUESTED, WITH *
      * THE PER-UNIT RING THE SWING THRESHOLDS MEASURE.                *
      ******************************************************************
       6400-SEND-APPROVAL-MAP.
           MOVE LOW-VALUES          TO TBXAPVO
           MOVE APR-ROG             TO ROGPO
           MOVE APR-CORP-ITEM-CD    TO ITEMPO
           MOVE APR-UPC-MANUF       TO UPCMPO
           MOVE APR-UPC-SALES       TO UPCSPO
           MOVE APR-UNIT-TYPE       TO UNITPO
           MOVE APR-MAKER-ID        TO MAKERPO
           MOVE APR-REQ-TIMESTAMP   TO REQTSPO
           MOVE APR-REASON          TO REASPO

           MOVE SPACES              TO WS-AL-RING-QTY-GRP
           IF APR-OLD-RING-QTY > 1
               MOVE APR-OLD-RING-QTY TO WS-AL-RING-QTY
               MOVE '/'              TO WS-AL-RING-SLASH
           END-IF
           MOVE APR-OLD-RING        TO WS-AL-RING
           IF APR-OLD-RING-QTY > ZERO
               COMPUTE WS-AL-UNIT-RING ROUNDED =
                   APR-OLD-RING / APR-OLD-RING-QTY
           ELSE
               MOVE APR-OLD-RING    TO WS-AL-UNIT-RING
           END-IF
           MOVE APR-OLD-PACK-RETAIL TO WS-AL-PACK
           MOVE APR-OLD-STATUS-RUPC TO WS-AL-STATUS
           MOVE SPACES              TO WS-AL-SECT
           MOVE WS-APV-LINE         TO CURLNPO

           MOVE SPACES              TO WS-AL-RING-QTY-GRP
           IF APR-RING-QTY > 1
               MOVE APR-RING-QTY    TO WS-AL-RING-QTY
               MOVE '/'             TO WS-AL-RING-SLASH
           END-IF
           MOVE APR-RING            TO WS-AL-RING
           IF APR-RING-QTY > ZERO
               COMPUTE WS-AL-UNIT-RING ROUNDED =
                   APR-RING / APR-RING-QTY
           ELSE
               MOVE APR-RING        TO WS-AL-UNIT-RING
           END-IF
           MOVE APR-PACK-RETAIL     TO WS-AL-PACK
           MOVE APR-STATUS-RUPC     TO WS-AL-STATUS
           MOVE APR-RETAIL-SECT     TO WS-AL-SECT
           MOVE WS-APV-LINE         TO NEWLNPO

           IF WS-APV-MSG = SPACES
               MOVE 'A = APPROVE, R = REJECT, PF8 = NEXT'
                    TO WS-APV-MSG
           END-IF
           MOVE WS-APV-MSG          TO APVMSGPO
           MOVE SPACES              TO WS-APV-MSG

           EXEC CICS
               SEND MAP('TBXAPV') MAPSET('TBXONLNM') ERASE
           END-EXEC

           SET WS-CA-APPROVE TO TRUE.

       6450-REDISPLAY-REQUEST.
           PERFORM 6460-READ-CURRENT
           IF WS-APPR-FOUND
               PERFORM 6400-SEND-APPROVAL-MAP
           ELSE
               MOVE 'REQUEST NO LONGER PENDING' TO WS-APV-MSG
               PERFORM 6200-NEXT-REQUEST
           END-IF.

      ******************************************************************
      * RE-READ THE REQUEST ON SCREEN BY ITS COMMAREA KEY.  NOT FOUND  *
      * MEANS ANOTHER CHECKER DECIDED IT OR THE DAY HAS ROLLED OVER.   *
      ******************************************************************
       6460-READ-CURRENT.
           MOVE 'N' TO WS-APPR-FOUND-SW

           EXEC SQL
               SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                        UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                        PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                        LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                        RING, RING_QTY, RETAIL_SECT, STATUS_RUPC,
                        OLD_RING, OLD_RING_QTY, OLD_PACK_RETAIL,
                        OLD_STATUS_RUPC, APPR_REASON, MAKER_USER_ID,
                        REQ_TIMESTAMP
               INTO    :APR-ROG, :APR-CORP-ITEM-CD, :APR-UPC-MANUF,
                       :APR-UPC-SALES, :APR-UPC-COUNTRY,
                       :APR-UPC-SYSTEM, :APR-UNIT-TYPE,
                       :APR-PRIMARY-UPC-SW, :APR-PACK-RETAIL,
                       :APR-LABEL-SIZE, :APR-LABEL-NUMBERS,
                       :APR-PRT-SIGN-IND, :APR-ITEM-SELECTION,
                       :APR-RING, :APR-RING-QTY, :APR-RETAIL-SECT,
                       :APR-STATUS-RUPC, :APR-OLD-RING,
                       :APR-OLD-RING-QTY, :APR-OLD-PACK-RETAIL,
                       :APR-OLD-STATUS-RUPC, :APR-REASON,
                       :APR-MAKER-ID, :APR-REQ-TIMESTAMP
               FROM     PRICE_APPR
               WHERE    ROG                 = :WS-CA-ROG
                  AND   CORP_ITEM_CD        = :WS-CA-CORP-ITEM-CD
                  AND   UPC_MANUF           = :WS-CA-UPC-MANUF
                  AND   UPC_SALES           = :WS-CA-UPC-SALES
                  AND   UPC_COUNTRY         = :WS-CA-UPC-COUNTRY
                  AND   UPC_SYSTEM          = :WS-CA-UPC-SYSTEM
                  AND   UNIT_TYPE           = :WS-CA-UNIT-TYPE
                  AND   REQ_TIMESTAMP       = :WS-CA-APPR-TS
                  AND   APPR_STATUS         = 'P'
                  AND   DATE(REQ_TIMESTAMP) = CURRENT DATE
           END-EXEC

           IF SQLCODE = 0
               SET WS-APPR-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * 'A' -- THE CHECKER MAY NOT BE THE MAKER.  THE REQUEST IS       *
      * RE-READ SO A DECISION IS NEVER MADE ON A STALE SCREEN.         *
      ******************************************************************
       6500-APPROVE-REQUEST.
           PERFORM 6460-READ-CURRENT
           IF NOT WS-APPR-FOUND
               MOVE 'REQUEST NO LONGER PENDING' TO WS-APV-MSG
           ELSE
               IF APR-MAKER-ID = WS-CHECKER-ID
                   MOVE 'YOU CANNOT APPROVE YOUR OWN CHANGE'
                        TO WS-APV-MSG
               ELSE
                   PERFORM 6510-APPLY-REQUEST
               END-IF
           END-IF
           PERFORM 6200-NEXT-REQUEST.

      ******************************************************************
      * APPLY AN APPROVED REQUEST.  X MUST STILL HOLD THE VALUES THE   *
      * MAKER SAW (ELSE 'STALE') AND THE KEYED ROW MUST STILL PASS     *
      * 3100-EDIT-PARA (SECT_REF, COST OR OVERRIDES MAY HAVE MOVED     *
      * SINCE); EITHER FAILURE REJECTS THE REQUEST WITH THAT REASON.   *
      * THE REQUEST IS MARKED APPROVED FIRST -- ONLY THE CHECKER WHOSE *
      * UPDATE FINDS IT STILL PENDING GOES ON -- THEN THE SAME         *
      * 4000-UPDATE-TABLE AS AN UNQUEUED CHANGE RUNS, WITH THE MAKER   *
      * AS USER_ID AND THE CHECKER AS CHECKER_ID ON X_HIST.  A FAILED  *
      * X UPDATE BACKS THE APPROVAL OUT SO THE REQUEST STAYS PENDING.  *
      ******************************************************************
       6510-APPLY-REQUEST.
           MOVE APR-ROG              TO X-ROG
           MOVE APR-CORP-ITEM-CD     TO X-CORP-ITEM-CD
           MOVE APR-UPC-MANUF        TO X-UPC-MANUF
           MOVE APR-UPC-SALES        TO X-UPC-SALES
           MOVE APR-UPC-COUNTRY      TO X-UPC-COUNTRY
           MOVE APR-UPC-SYSTEM       TO X-UPC-SYSTEM
           MOVE APR-UNIT-TYPE        TO X-UNIT-TYPE
           MOVE APR-PRIMARY-UPC-SW   TO X-PRIMARY-UPC-SW
           MOVE APR-PACK-RETAIL      TO X-PACK-RETAIL
           MOVE APR-LABEL-SIZE       TO X-LABEL-SIZE
           MOVE APR-LABEL-NUMBERS    TO X-LABEL-NUMBERS
           MOVE APR-PRT-SIGN-IND     TO X-PRT-SIGN-IND
           MOVE APR-ITEM-SELECTION   TO X-ITEM-SELECTION
           MOVE APR-RING             TO X-RING
           MOVE APR-RING-QTY         TO X-RING-QTY
           MOVE APR-RETAIL-SECT      TO X-RETAIL-SECT
           MOVE APR-STATUS-RUPC      TO X-STATUS-RUPC

           PERFORM 6520-CHECK-STALE

           IF WS-EDIT-OK
               PERFORM 3100-EDIT-PARA
           END-IF

           IF WS-EDIT-OK
               MOVE 'A'    TO APR-STATUS
               MOVE SPACES TO APR-DECIDE-REASON
               PERFORM 6700-RECORD-DECISION
               IF SQLCODE NOT = 0
                   MOVE 'REQUEST NO LONGER PENDING' TO WS-APV-MSG
               ELSE
                   MOVE APR-MAKER-ID TO WS-USER-ID
                   PERFORM 4000-UPDATE-TABLE
                   IF WS-UPDATED
                       MOVE 'APPROVED AND APPLIED' TO WS-APV-MSG
                   ELSE
                       EXEC CICS
                           SYNCPOINT ROLLBACK
                       END-EXEC
                       MOVE 'UPDATE FAILED - REQUEST LEFT PENDING'
                            TO WS-APV-MSG
                   END-IF
               END-IF
           ELSE
               MOVE 'R'             TO APR-STATUS
               MOVE WS-EDIT-REASON  TO APR-DECIDE-REASON
               PERFORM 6700-RECORD-DECISION
               MOVE WS-EDIT-REASON  TO WS-RM-REASON
               MOVE WS-REJECTED-MSG TO WS-APV-MSG
           END-IF.

      ******************************************************************
      * X AS IT STANDS NOW AGAINST THE BEFORE IMAGE ON THE REQUEST.    *
      * APPROVING OVER A CHANGE MADE SINCE WOULD APPROVE A SWING NO    *
      * ONE MEASURED.                                                  *
      ******************************************************************
       6520-CHECK-STALE.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           EXEC SQL
               SELECT   RING,
                        RING_QTY,
                        PACK_RETAIL,
                        STATUS_RUPC
               INTO    :AUD-OLD-RING,
                       :AUD-OLD-RING-QTY,
                       :AUD-OLD-PACK-RETAIL,
                       :WS-CUR-STATUS-RUPC
               FROM     X
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO-ITEM'   TO WS-EDIT-REASON
           ELSE
               IF AUD-OLD-RING-QTY NOT > ZERO
                   MOVE 1 TO AUD-OLD-RING-QTY
               END-IF
               IF AUD-OLD-RING        NOT = APR-OLD-RING
                  OR AUD-OLD-RING-QTY NOT = APR-OLD-RING-QTY
                  OR AUD-OLD-PACK-RETAIL NOT = APR-OLD-PACK-RETAIL
                  OR WS-CUR-STATUS-RUPC  NOT = APR-OLD-STATUS-RUPC
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'STALE'     TO WS-EDIT-REASON
               END-IF
           END-IF.

      ******************************************************************
      * 'R' -- SAME MAKER RULE AS APPROVAL.  NOTHING TOUCHES X.        *
      ******************************************************************
       6600-REJECT-REQUEST.
           PERFORM 6460-READ-CURRENT
           IF NOT WS-APPR-FOUND
               MOVE 'REQUEST NO LONGER PENDING' TO WS-APV-MSG
           ELSE
               IF APR-MAKER-ID = WS-CHECKER-ID
                   MOVE 'YOU CANNOT REJECT YOUR OWN CHANGE'
                        TO WS-APV-MSG
               ELSE
                   MOVE 'R'    TO APR-STATUS
                   MOVE SPACES TO APR-DECIDE-REASON
                   PERFORM 6700-RECORD-DECISION
                   IF SQLCODE = 0
                       MOVE 'REQUEST REJECTED' TO WS-APV-MSG
                   ELSE
                       MOVE 'REQUEST NO LONGER PENDING' TO WS-APV-MSG
                   END-IF
               END-IF
           END-IF
           PERFORM 6200-NEXT-REQUEST.

      ******************************************************************
      * RECORD THE CHECKER'S DECISION.  THE APPR_STATUS = 'P' TEST     *
      * MAKES THIS THE LOCK: OF TWO CHECKERS DECIDING THE SAME REQUEST *
      * ONLY ONE GETS SQLCODE 0.                                       *
      ******************************************************************
       6700-RECORD-DECISION.
           MOVE WS-CHECKER-ID TO APR-CHECKER-ID

           EXEC SQL
               SET :APR-DECIDE-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC

           EXEC SQL
               UPDATE   PRICE_APPR
                  SET   APPR_STATUS      = :APR-STATUS,
                        CHECKER_USER_ID  = :APR-CHECKER-ID,
                        DECIDE_TIMESTAMP = :APR-DECIDE-TIMESTAMP,
                        DECIDE_REASON    = :APR-DECIDE-REASON
               WHERE    ROG              = :APR-ROG
                 AND    CORP_ITEM_CD     = :APR-CORP-ITEM-CD
                 AND    UPC_MANUF        = :APR-UPC-MANUF
                 AND    UPC_SALES        = :APR-UPC-SALES
                 AND    UPC_COUNTRY      = :APR-UPC-COUNTRY
                 AND    UPC_SYSTEM       = :APR-UPC-SYSTEM
                 AND    UNIT_TYPE        = :APR-UNIT-TYPE
                 AND    REQ_TIMESTAMP    = :APR-REQ-TIMESTAMP
                 AND    APPR_STATUS      = 'P'
           END-EXEC.

      ******************************************************************
      * PF6 ON THE KEY SCREEN: ONLY ROG AND CORP_ITEM_CD ARE NEEDED -- *
      * THE HISTORY COVERS EVERY UPC ON THE ITEM.  A MAPFAIL GOES TO   *
      * 2050-KEY-MAPFAIL LIKE ANY OTHER EMPTY KEY SCREEN.              *
      ******************************************************************
       7000-HISTORY-FROM-KEY.
           EXEC CICS
               RECEIVE MAP('TBXKEY') MAPSET('TBXONLNM')
           END-EXEC

           IF ROGI = SPACES OR ROGI = LOW-VALUES
              OR CORPITEMI IS NOT NUMERIC
               MOVE LOW-VALUES TO TBXKEYO
               MOVE 'ROG AND CORP ITEM CODE NEEDED FOR HISTORY'
                    TO ERRMSGO
               EXEC CICS
                   SEND MAP('TBXKEY') MAPSET('TBXONLNM')
                        DATAONLY CURSOR
               END-EXEC
               SET WS-CA-INQUIRY TO TRUE
           ELSE
               MOVE ROGI             TO WS-HL-ROG
               MOVE CORPITEMI        TO WS-HL-CORP-ITEM-CD
               PERFORM 7100-XCTL-HISTORY
           END-IF.

      ******************************************************************
      * PF6 ON THE MAINTENANCE SCREEN: THE ITEM ON DISPLAY, FROM THE   *
      * COMMAREA.  THE MAP IS NOT RECEIVED, SO NOTHING KEYED ON IT IS  *
      * EDITED, QUEUED OR APPLIED.                                     *
      ******************************************************************
       7050-HISTORY-FROM-MAINT.
           MOVE WS-CA-ROG           TO WS-HL-ROG
           MOVE WS-CA-CORP-ITEM-CD  TO WS-HL-CORP-ITEM-CD
           PERFORM 7100-XCTL-HISTORY.

       7100-XCTL-HISTORY.
           EXEC CICS
               XCTL PROGRAM('TBXHINQ') COMMAREA(WS-HINQ-LINK)
                    LENGTH(LENGTH OF WS-HINQ-LINK)
           END-EXEC.

       9999-ABEND-PARA.
           EXEC CICS
               SEND TEXT FROM('TBXONLN ABEND - SEE CICS LOG')
