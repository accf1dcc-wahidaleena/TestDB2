       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXNEWIT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * NEW-ITEM SETUP: INSERT BRAND-NEW UPCS INTO TABLE X.  TESTDB2'S *
      * 4010-UPDATE-X ONLY EVER UPDATES X, SO A NEW UPC FOR A ROG      *
      * CANNOT GET IN THROUGH THE PRICE FEED -- IT SUSPENDS AS NO-SECT *
      * OR UPD-FAIL, AND THE ONLY WAY IN WAS AD-HOC SQL.  THIS JOB     *
      * READS MERCHANDISING'S NEW-ITEM SETUP FILE AND INSERTS ONE X    *
      * ROW PER CARD WITH THE FULL KEY, RETAIL_SECT, PRIMARY_UPC_SW,   *
      * STATUS_RUPC, LABEL FIELDS AND STARTING RING/PACK_RETAIL.       *
      * EVERY CARD IS EDITED FIRST: THE RETAIL_SECT MUST BE ON         *
      * SECT_REF (A SETUP HAS NO PRIOR ROW TO FALL BACK ON, SO AN      *
      * UNKNOWN SECTION SUSPENDS HERE RATHER THAN PASSING THE WAY IT   *
      * DOES IN TESTDB2) AND THE RING/PACK_RETAIL MUST FALL INSIDE ITS *
      * RANGES; THE STARTING RING MUST CLEAR THE SECTION'S MARGIN      *
      * FLOOR OVER THE ITEM'S COST (LOW-MARGIN, AS IN TESTDB2); THE    *
      * KEY MUST NOT ALREADY BE ON X; AND A SECOND PRIMARY_UPC_SW =    *
      * 'Y' ROW FOR THE SAME ROG/CORP_ITEM_CD IS REFUSED -- THE SAME   *
      * SETUP ERRORS TBXDUPE REPORTS AFTER THE FACT.  EACH INSERT      *
      * WRITES AN X_HIST ROW WITH ZERO OLD VALUES (JOB_ID = TBXNEWIT)  *
      * AND THE SAME POS-INTRFC-FILE RECORD TESTDB2 WRITES, SO THE     *
      * REGISTERS LEARN THE ITEM THE SAME DAY.  BAD CARDS SUSPEND TO   *
      * THIS JOB'S OWN SUSPENSE DATASET IN THE SAME 90-BYTE            *
      * IMAGE-PLUS-REASON LAYOUT TESTDB2'S 3900-WRITE-SUSPENSE USES,   *
      * AND THE SETUP REPORT LISTS EVERY ITEM ADDED THIS RUN BY ROG SO *
      * THE SIGN SHOP AND THE STORES KNOW WHAT IS COMING.              *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETUP-FEED       ASSIGN TO NEWIFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SETUP-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO NEWISUSP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-STATUS.

           SELECT POS-INTRFC-FILE  ASSIGN TO POSIFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-POSI-STATUS.

           SELECT SETUP-RPT        ASSIGN TO NEWIRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SETUPRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * MERCHANDISING'S NEW-ITEM SETUP CARD: THE FULL TABLE-X KEY,     *
      * THE ITEM'S RETAIL SECTION AND SWITCHES, THE LABEL FIELDS THE   *
      * PRICE RUN EDITS, AND THE STARTING RING AND PACK_RETAIL.        *
      * NI-RING-QTY IS THE UNITS THE STARTING RING BUYS ("2 FOR $5"),  *
      * SPACES OR ZERO MEANING A SINGLE UNIT, AS ON THE PRICE FEED.    *
      ******************************************************************
       FD  SETUP-FEED
           RECORD CONTAINS 80 CHARACTERS.
       01  SETUP-FEED-RECORD.
           05  NI-ROG                  PIC X(03).
           05  NI-CORP-ITEM-CD         PIC 9(09).
           05  NI-UPC-MANUF            PIC 9(06).
           05  NI-UPC-SALES            PIC 9(05).
           05  NI-UPC-COUNTRY          PIC 9(03).
           05  NI-UPC-SYSTEM           PIC 9(01).
           05  NI-UNIT-TYPE            PIC X(01).
           05  NI-RETAIL-SECT          PIC X(02).
           05  NI-PRIMARY-UPC-SW       PIC X(01).
           05  NI-STATUS-RUPC          PIC X(01).
           05  NI-RING                 PIC 9(5)V99.
           05  NI-PACK-RETAIL          PIC 9(5)V99.
           05  NI-LABEL-SIZE           PIC X(04).
           05  NI-LABEL-NUMBERS        PIC X(10).
           05  NI-PRT-SIGN-IND         PIC X(01).
           05  NI-ITEM-SELECTION       PIC X(02).
           05  NI-RING-QTY             PIC 9(02).
           05  NI-RING-QTY-X REDEFINES NI-RING-QTY
                                       PIC X(02).
           05  FILLER                  PIC X(15).

       FD  SUSPENSE-FILE
           RECORD CONTAINS 90 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SUSP-INFILE-IMAGE       PIC X(80).
           05  SUSP-REASON-CD          PIC X(10).

       FD  POS-INTRFC-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  POSI-RECORD.
           05  POSI-ROG                PIC X(03).
           05  POSI-CORP-ITEM-CD       PIC 9(09).
           05  POSI-OLD-RING           PIC 9(5)V99.
           05  POSI-NEW-RING           PIC 9(5)V99.
           05  POSI-OLD-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-NEW-PACK-RETAIL    PIC 9(5)V99.
           05  POSI-EFF-TIMESTAMP      PIC X(26).
           05  POSI-OLD-RING-QTY       PIC 9(02).
           05  POSI-NEW-RING-QTY       PIC 9(02).

       FD  SETUP-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  SETUP-RPT-RECORD           PIC X(133).

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
       COPY WSSECT.
       COPY WSCOST.
       COPY WSCTL.

       01  WS-FILE-STATUSES.
           05  WS-SETUP-STATUS         PIC X(02) VALUE '00'.
           05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
           05  WS-POSI-STATUS          PIC X(02) VALUE '00'.
           05  WS-SETUPRPT-STATUS      PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FEED-EOF-SW          PIC X     VALUE 'N'.
               88  WS-FEED-EOF             VALUE 'Y'.
           05  WS-LIST-EOF-SW          PIC X     VALUE 'N'.
               88  WS-LIST-EOF             VALUE 'Y'.
           05  WS-EDIT-SW              PIC X     VALUE 'Y'.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.

       01  WS-SETUP-COUNTERS.
           05  WS-FEED-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-INSERT-CT            PIC 9(9)  VALUE ZERO.
           05  WS-ROG-ITEM-CT          PIC 9(9)  VALUE ZERO.
           05  WS-LISTED-CT            PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-JOB-ID               PIC X(08) VALUE 'TBXNEWIT'.
           05  WS-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-RUN-START-TS         PIC X(26) VALUE SPACES.

       01  WS-EDIT-REASON              PIC X(10) VALUE SPACES.

      ******************************************************************
      * HOST VARIABLES FOR THE DUPLICATE EDITS: ROWS ALREADY ON X FOR  *
      * THE CARD'S FULL KEY, AND PRIMARY ROWS ALREADY ON X FOR THE     *
      * CARD'S ROG/CORP_ITEM_CD.                                       *
      ******************************************************************
       01  WS-DUP-CHECK-FIELDS.
           05  WS-KEY-ON-X-CT          PIC S9(9) COMP VALUE ZERO.
           05  WS-PRIMARY-ON-X-CT      PIC S9(9) COMP VALUE ZERO.

      ******************************************************************
      * HOST VARIABLE FOR THE LOW-MARGIN EDIT: PRICE_OVRD ROWS FOR THE *
      * CARD'S ROG/CORP_ITEM_CD (A DELIBERATE LOSS LEADER).            *
      ******************************************************************
       01  WS-OVRD-CT                  PIC S9(9) COMP VALUE ZERO.

      ******************************************************************
      * CONTROL-BREAK HOLD FIELD FOR THE PER-ROG SETUP LISTING.  HIGH- *
      * VALUES GUARANTEES THE FIRST FETCHED ROW BREAKS AND PRINTS THE  *
      * FIRST ROG HEADING, LIKE TBXPBOOK'S WS-BREAK-FIELDS.            *
      ******************************************************************
       01  WS-BREAK-FIELDS.
           05  WS-PREV-ROG             PIC X(03) VALUE HIGH-VALUES.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(36) VALUE
                   'NEW-ITEM SETUP REPORT - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-ROG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG: '.
               10  WS-R-ROG            PIC X(03).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(06) VALUE 'SECT'.
               10  FILLER              PIC X(14) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(20) VALUE 'UPC'.
               10  FILLER              PIC X(06) VALUE 'UNIT'.
               10  FILLER              PIC X(06) VALUE 'PRIM'.
               10  FILLER              PIC X(14) VALUE 'RING'.
               10  FILLER              PIC X(13) VALUE 'PACK-RETAIL'.
               10  FILLER              PIC X(06) VALUE 'STAT'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  WS-D-SECT           PIC X(02).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-D-UPC-COUNTRY    PIC 9(03).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-D-UPC-SYSTEM     PIC 9(01).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-D-UPC-MANUF      PIC 9(06).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-D-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-UNIT-TYPE      PIC X(01).
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-D-PRIMARY-SW     PIC X(01).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-RING-QTY-GRP.
                   15  WS-D-RING-QTY   PIC Z9.
                   15  WS-D-RING-SLASH PIC X(01).
               10  WS-D-RING           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-PACK-RETAIL    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-STATUS-RUPC    PIC X(01).
           05  WS-ROG-TOTAL-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(25) VALUE
                   'ITEMS ADDED FOR ROG'.
               10  WS-T-ROG-CT         PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * EVERY ITEM THIS RUN ADDED, READ BACK FROM X THROUGH THE X_HIST *
      * ROWS THIS JOB WROTE SINCE IT STARTED, IN ROG/SECTION ORDER FOR *
      * THE CONTROL BREAK -- THE SETUP CARDS THEMSELVES ARRIVE IN      *
      * WHATEVER ORDER MERCHANDISING KEYED THEM.                       *
      ******************************************************************
       EXEC SQL
           DECLARE NEW_ITEMS CURSOR FOR
           SELECT   X.ROG,
                    X.RETAIL_SECT,
                    X.CORP_ITEM_CD,
                    X.UPC_MANUF,
                    X.UPC_SALES,
                    X.UPC_COUNTRY,
                    X.UPC_SYSTEM,
                    X.UNIT_TYPE,
                    X.PRIMARY_UPC_SW,
                    X.RING,
                    X.RING_QTY,
                    X.PACK_RETAIL,
                    X.STATUS_RUPC
           FROM     X_HIST H,
                    X
           WHERE    H.JOB_ID           = :WS-JOB-ID
              AND   H.CHANGE_TIMESTAMP >= :WS-RUN-START-TS
              AND   X.ROG              = H.ROG
              AND   X.CORP_ITEM_CD     = H.CORP_ITEM_CD
              AND   X.UPC_MANUF        = H.UPC_MANUF
              AND   X.UPC_SALES        = H.UPC_SALES
              AND   X.UPC_COUNTRY      = H.UPC_COUNTRY
              AND   X.UPC_SYSTEM       = H.UPC_SYSTEM
              AND   X.UNIT_TYPE        = H.UNIT_TYPE
           ORDER BY X.ROG, X.RETAIL_SECT, X.CORP_ITEM_CD,
                    X.UPC_MANUF, X.UPC_SALES
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-FEED
           PERFORM 4000-SETUP-REPORT
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
      * OPEN THE FILES AND NOTE WHEN THIS RUN STARTED, SO THE SETUP    *
      * REPORT READS BACK ONLY THE ITEMS THIS RUN ADDED.               *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  SETUP-FEED
           OPEN OUTPUT SUSPENSE-FILE
                       POS-INTRFC-FILE
                       SETUP-RPT

           EXEC SQL
               SET :WS-RUN-START-TS = CURRENT TIMESTAMP
           END-EXEC

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-HDG-LINE-1.

       2000-LOAD-FEED.
           PERFORM UNTIL WS-FEED-EOF
               READ SETUP-FEED
                   AT END
                       SET WS-FEED-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-FEED-READ-CT
                       PERFORM 2100-PROCESS-ONE-CARD
               END-READ
           END-PERFORM.

       2100-PROCESS-ONE-CARD.
           PERFORM 2200-LOAD-HOST-FIELDS
           PERFORM 3000-EDIT-PARA
           IF WS-EDIT-OK
               PERFORM 4010-INSERT-X
           ELSE
               ADD 1 TO WS-REJECT-CT
               PERFORM 3900-WRITE-SUSPENSE
           END-IF.

       2200-LOAD-HOST-FIELDS.
           MOVE NI-ROG                 TO X-ROG
           MOVE NI-CORP-ITEM-CD        TO X-CORP-ITEM-CD
           MOVE NI-UPC-MANUF           TO X-UPC-MANUF
           MOVE NI-UPC-SALES           TO X-UPC-SALES
           MOVE NI-UPC-COUNTRY         TO X-UPC-COUNTRY
           MOVE NI-UPC-SYSTEM          TO X-UPC-SYSTEM
           MOVE NI-UNIT-TYPE           TO X-UNIT-TYPE
           MOVE NI-RETAIL-SECT         TO X-RETAIL-SECT
           MOVE NI-PRIMARY-UPC-SW      TO X-PRIMARY-UPC-SW
           MOVE NI-STATUS-RUPC         TO X-STATUS-RUPC
           MOVE NI-LABEL-SIZE          TO X-LABEL-SIZE
           MOVE NI-LABEL-NUMBERS       TO X-LABEL-NUMBERS
           MOVE NI-PRT-SIGN-IND        TO X-PRT-SIGN-IND
           MOVE NI-ITEM-SELECTION      TO X-ITEM-SELECTION
           MOVE ZERO                   TO X-RING
                                          X-PACK-RETAIL
           IF NI-RING IS NUMERIC
               MOVE NI-RING            TO X-RING
           END-IF
           IF NI-RING-QTY-X = SPACES
               MOVE 1                  TO X-RING-QTY
           ELSE
               IF NI-RING-QTY IS NUMERIC
                   MOVE NI-RING-QTY    TO X-RING-QTY
                   IF X-RING-QTY = ZERO
                       MOVE 1          TO X-RING-QTY
                   END-IF
               ELSE
                   MOVE ZERO           TO X-RING-QTY
               END-IF
           END-IF
           IF NI-PACK-RETAIL IS NUMERIC
               MOVE NI-PACK-RETAIL     TO X-PACK-RETAIL
           END-IF.

      ******************************************************************
      * EDIT/VALIDATION -- FIRST FAILURE WINS, LIKE TESTDB2'S          *
      * 3000-EDIT-PARA, WHOSE FIELD EDITS THIS REPEATS SO AN ITEM SET  *
      * UP HERE PASSES THE NEXT PRICE RUN.  THE KEY MUST BE COMPLETE   *
      * AND NUMERIC, THE SWITCHES VALID, THE RETAIL_SECT ON SECT_REF   *
      * WITH THE STARTING PRICES INSIDE ITS RANGES AND THE RING OVER   *
      * ITS MARGIN FLOOR (LOW-MARGIN), AND THE ROW MUST BE GENUINELY   *
      * NEW -- NOT ALREADY ON X (ON-FILE) AND NOT A SECOND PRIMARY UPC *
      * FOR ITS ROG/CORP_ITEM_CD (DUP-PRIM).                           *
      ******************************************************************
       3000-EDIT-PARA.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           IF NI-ROG = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ROG'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (NI-CORP-ITEM-CD IS NOT NUMERIC
                   OR NI-CORP-ITEM-CD = ZERO
                   OR NI-UPC-MANUF IS NOT NUMERIC
                   OR NI-UPC-SALES IS NOT NUMERIC
                   OR NI-UPC-COUNTRY IS NOT NUMERIC
                   OR NI-UPC-SYSTEM IS NOT NUMERIC
                   OR NI-UNIT-TYPE = SPACES)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-KEY'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-PRIMARY-UPC-SW NOT = 'Y' AND NOT = 'N'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-PRIM'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-STATUS-RUPC NOT = SPACES
              AND X-STATUS-RUPC NOT = 'D'
              AND X-STATUS-RUPC NOT = 'X'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-STAT'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-RING NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-RING'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3050-UNIT-RING
           END-IF

           IF WS-EDIT-OK
              AND X-PACK-RETAIL NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-PACK'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3100-SECT-RANGE-EDIT
           END-IF

           IF WS-EDIT-OK
              AND SECT-MIN-MARGIN-PCT > ZERO
               PERFORM 3200-MARGIN-EDIT
           END-IF

           IF WS-EDIT-OK
              AND X-PRT-SIGN-IND NOT = 'Y' AND NOT = 'N'
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-SIGN'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-LABEL-SIZE = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-LBLSZ' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-LABEL-NUMBERS = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-LBLNO' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-ITEM-SELECTION = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ISEL'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3300-DUPLICATE-EDIT
           END-IF.

      ******************************************************************
      * PER-UNIT STARTING RING, AS IN TESTDB2'S 3050-UNIT-RING.  THE   *
      * SECTION RANGE IS A PER-UNIT RANGE, SO "2 FOR $5" IS CHECKED    *
      * AS 2.50.  THERE IS NO CURRENT RING TO SWING AGAINST ON A NEW   *
      * ITEM.                                                          *
      ******************************************************************
       3050-UNIT-RING.
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
      * RING/PACK_RETAIL-VS-SECTION EDIT, AS IN TESTDB2'S              *
      * 3100-SECT-RANGE-EDIT -- EXCEPT THAT A SECTION NOT ON SECT_REF  *
      * SUSPENDS AS NO-SECT.  THE PRICE RUN LETS AN UNREFERENCED       *
      * SECTION PASS BECAUSE THE ITEM IS ALREADY ESTABLISHED; A NEW    *
      * ITEM IS WHAT PUTS THE SECTION CODE ON X IN THE FIRST PLACE,    *
      * SO A MISTYPED ONE MUST STOP HERE.                              *
      ******************************************************************
       3100-SECT-RANGE-EDIT.
           MOVE 'N' TO WS-SECT-REF-FOUND-SW
           MOVE X-RETAIL-SECT TO SECT-RETAIL-SECT

           IF X-RETAIL-SECT NOT = SPACES
               EXEC SQL
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
               IF SQLCODE = 0
                   SET WS-SECT-REF-FOUND TO TRUE
               END-IF
           END-IF

           IF NOT WS-SECT-REF-FOUND
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO-SECT'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (WS-UNIT-RING < SECT-MIN-RING
                   OR WS-UNIT-RING > SECT-MAX-RING)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'SECT-RING' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (X-PACK-RETAIL < SECT-MIN-PACK-RETAIL
                   OR X-PACK-RETAIL > SECT-MAX-PACK-RETAIL)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'SECT-PACK' TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * GROSS-MARGIN FLOOR EDIT -- SAME CHECK AS TESTDB2'S             *
      * 3300-MARGIN-EDIT, SO A SETUP CANNOT PUT A MONEY-LOSING RING ON *
      * THE SHELF THAT THE PRICE RUN WOULD HAVE SUSPENDED AS           *
      * LOW-MARGIN.  THE COST IN FORCE TODAY ON ITEM_COST IS MEASURED  *
      * AGAINST THE PER-UNIT STARTING RING; AN ITEM PURCHASING HAS     *
      * SENT NO COST FOR PASSES.  A DELIBERATE LOSS LEADER IS EXEMPTED *
      * BY THE DESK'S OVERRIDE FILE THROUGH PRICE_OVRD, THE COPY       *
      * TBXCOSTL REFRESHES EVERY NIGHT, AS IN TBXONLN.                 *
      ******************************************************************
       3200-MARGIN-EDIT.
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
      * THE ROW MUST NOT ALREADY BE ON X -- A SETUP CARD FOR AN        *
      * EXISTING KEY IS A PRICE CHANGE AND BELONGS ON THE PRICE FEED,  *
      * NOT A SILENT NO-OP OR A DUPLICATE-KEY ABEND -- AND A PRIMARY   *
      * UPC MAY NOT JOIN A ROG/CORP_ITEM_CD THAT ALREADY HAS ONE.  THE *
      * COUNTS SEE THIS RUN'S OWN EARLIER INSERTS, SO TWO PRIMARY      *
      * CARDS FOR ONE ITEM IN THE SAME FILE ARE CAUGHT TOO.            *
      ******************************************************************
       3300-DUPLICATE-EDIT.
           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-KEY-ON-X-CT
               FROM   X
               WHERE  ROG            = :X-ROG
                 AND  CORP_ITEM_CD   = :X-CORP-ITEM-CD
                 AND  UPC_MANUF      = :X-UPC-MANUF
                 AND  UPC_SALES      = :X-UPC-SALES
                 AND  UPC_COUNTRY    = :X-UPC-COUNTRY
                 AND  UPC_SYSTEM     = :X-UPC-SYSTEM
                 AND  UNIT_TYPE      = :X-UNIT-TYPE
           END-EXEC

           IF WS-KEY-ON-X-CT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'ON-FILE'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND X-PRIMARY-UPC-SW = 'Y'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-PRIMARY-ON-X-CT
                   FROM   X
                   WHERE  ROG            = :X-ROG
                     AND  CORP_ITEM_CD   = :X-CORP-ITEM-CD
                     AND  PRIMARY_UPC_SW = 'Y'
               END-EXEC
               IF WS-PRIMARY-ON-X-CT > ZERO
                   SET WS-EDIT-FAILED TO TRUE
                   MOVE 'DUP-PRIM'  TO WS-EDIT-REASON
               END-IF
           END-IF.

      ******************************************************************
      * SAME 90-BYTE IMAGE-PLUS-REASON LAYOUT AS TESTDB2'S             *
      * 3900-WRITE-SUSPENSE, ON THIS JOB'S OWN SUSPENSE DATASET --     *
      * THE PRICE-FEED SUSPENSE MASTER RESUBMITS IN INFILE'S 75-BYTE   *
      * PRICE LAYOUT, WHICH A SETUP CARD IS NOT.                       *
      ******************************************************************
       3900-WRITE-SUSPENSE.
           MOVE SPACES             TO SUSPENSE-RECORD
           MOVE SETUP-FEED-RECORD  TO SUSP-INFILE-IMAGE
           MOVE WS-EDIT-REASON     TO SUSP-REASON-CD
           WRITE SUSPENSE-RECORD.

      ******************************************************************
      * INSERT THE NEW ROW.  ONLY A SUCCESSFUL INSERT WRITES THE       *
      * X_HIST ROW AND THE POS RECORD, THE SAME ORDERING TESTDB2'S     *
      * 4010-UPDATE-X KEEPS; A FAILED INSERT SUSPENDS AS INS-FAIL.     *
      ******************************************************************
       4010-INSERT-X.
           MOVE WS-CURRENT-DATE (1:4)  TO X-LAST-UPDATE-DT (1:4)
           MOVE '-'                    TO X-LAST-UPDATE-DT (5:1)
           MOVE WS-CURRENT-DATE (5:2)  TO X-LAST-UPDATE-DT (6:2)
           MOVE '-'                    TO X-LAST-UPDATE-DT (8:1)
           MOVE WS-CURRENT-DATE (7:2)  TO X-LAST-UPDATE-DT (9:2)

           EXEC SQL
               INSERT INTO X
                     ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                       UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                       PRIMARY_UPC_SW, PACK_RETAIL, LABEL_SIZE,
                       LABEL_NUMBERS, PRT_SIGN_IND, ITEM_SELECTION,
                       RING, RING_QTY, RETAIL_SECT, STATUS_RUPC,
                       LAST_UPDATE_DT )
               VALUES ( :X-ROG, :X-CORP-ITEM-CD, :X-UPC-MANUF,
                        :X-UPC-SALES, :X-UPC-COUNTRY,
                        :X-UPC-SYSTEM, :X-UNIT-TYPE,
                        :X-PRIMARY-UPC-SW, :X-PACK-RETAIL,
                        :X-LABEL-SIZE, :X-LABEL-NUMBERS,
                        :X-PRT-SIGN-IND, :X-ITEM-SELECTION,
                        :X-RING, :X-RING-QTY, :X-RETAIL-SECT,
                        :X-STATUS-RUPC, :X-LAST-UPDATE-DT )
           END-EXEC

           IF SQLCODE = 0
               ADD 1 TO WS-INSERT-CT
               PERFORM 4500-AUDIT-HISTORY
               PERFORM 4600-AUDIT-INSERT-HISTORY
               PERFORM 4700-POS-INTERFACE-PARA
               PERFORM 5000-COMMIT-PARA
           ELSE
               ADD 1 TO WS-REJECT-CT
               MOVE 'INS-FAIL'  TO WS-EDIT-REASON
               PERFORM 3900-WRITE-SUSPENSE
           END-IF.

      ******************************************************************
      * AUDIT IMAGE FOR A NEW ROW: THERE IS NO BEFORE-IMAGE, SO THE    *
      * OLD RING AND PACK_RETAIL ARE ZERO AND THE GROSS RING IS THE    *
      * STARTING RING AS SET UP (NO COUPON NETTING ON A SETUP).        *
      ******************************************************************
       4500-AUDIT-HISTORY.
           MOVE ZERO               TO AUD-OLD-RING
           MOVE ZERO               TO AUD-OLD-PACK-RETAIL
           MOVE X-ROG              TO AUD-ROG
           MOVE X-CORP-ITEM-CD     TO AUD-CORP-ITEM-CD
           MOVE X-UPC-MANUF        TO AUD-UPC-MANUF
           MOVE X-UPC-SALES        TO AUD-UPC-SALES
           MOVE X-UPC-COUNTRY      TO AUD-UPC-COUNTRY
           MOVE X-UPC-SYSTEM       TO AUD-UPC-SYSTEM
           MOVE X-UNIT-TYPE        TO AUD-UNIT-TYPE
           MOVE X-RING             TO AUD-NEW-RING
           MOVE X-RING             TO AUD-GROSS-RING
           MOVE X-PACK-RETAIL      TO AUD-NEW-PACK-RETAIL
           MOVE ZERO               TO AUD-OLD-RING-QTY
           MOVE X-RING-QTY         TO AUD-NEW-RING-QTY
           MOVE WS-JOB-ID          TO AUD-JOB-ID
           MOVE WS-USER-ID         TO AUD-USER-ID.

       4600-AUDIT-INSERT-HISTORY.
           EXEC SQL
               SET :AUD-CHANGE-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC

           EXEC SQL
               INSERT INTO X_HIST
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
           END-EXEC.

      ******************************************************************
      * SAME 70-BYTE POS-INTRFC-FILE RECORD TESTDB2'S                  *
      * 4700-POS-INTERFACE-PARA WRITES, WITH ZERO OLD VALUES -- THE    *
      * REGISTERS' FIRST SIGHT OF THE ITEM.                            *
      ******************************************************************
       4700-POS-INTERFACE-PARA.
           MOVE SPACES              TO POSI-RECORD
           MOVE X-ROG               TO POSI-ROG
           MOVE X-CORP-ITEM-CD      TO POSI-CORP-ITEM-CD
           MOVE AUD-OLD-RING        TO POSI-OLD-RING
           MOVE X-RING              TO POSI-NEW-RING
           MOVE AUD-OLD-PACK-RETAIL TO POSI-OLD-PACK-RETAIL
           MOVE X-PACK-RETAIL       TO POSI-NEW-PACK-RETAIL
           MOVE AUD-CHANGE-TIMESTAMP TO POSI-EFF-TIMESTAMP
           MOVE AUD-OLD-RING-QTY    TO POSI-OLD-RING-QTY
           MOVE X-RING-QTY          TO POSI-NEW-RING-QTY
           WRITE POSI-RECORD.

      ******************************************************************
      * SETUP REPORT: EVERY ITEM THIS RUN ADDED, GROUPED BY ROG WITH   *
      * PER-ROG COUNTS.  THE WORK IS COMMITTED FIRST SO THE REPORT     *
      * SHOWS EXACTLY WHAT IS NOW ON X.                                *
      ******************************************************************
       4000-SETUP-REPORT.
           EXEC SQL
               COMMIT
           END-EXEC

           EXEC SQL
               OPEN NEW_ITEMS
           END-EXEC

           PERFORM UNTIL WS-LIST-EOF
               EXEC SQL
                   FETCH    NEW_ITEMS
                   INTO    :X-ROG,
                           :X-RETAIL-SECT,
                           :X-CORP-ITEM-CD,
                           :X-UPC-MANUF,
                           :X-UPC-SALES,
                           :X-UPC-COUNTRY,
                           :X-UPC-SYSTEM,
                           :X-UNIT-TYPE,
                           :X-PRIMARY-UPC-SW,
                           :X-RING,
                           :X-RING-QTY,
                           :X-PACK-RETAIL,
                           :X-STATUS-RUPC
               END-EXEC
               IF SQLCODE = 100
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   PERFORM 4100-WRITE-ITEM-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE NEW_ITEMS
           END-EXEC

           IF WS-ROG-ITEM-CT > ZERO
               PERFORM 4200-ROG-TOTAL
           END-IF.

       4100-WRITE-ITEM-LINE.
           IF X-ROG NOT = WS-PREV-ROG
               IF WS-ROG-ITEM-CT > ZERO
                   PERFORM 4200-ROG-TOTAL
               END-IF
               MOVE X-ROG TO WS-PREV-ROG
               MOVE X-ROG TO WS-R-ROG
               MOVE SPACES TO SETUP-RPT-RECORD
               WRITE SETUP-RPT-RECORD FROM WS-ROG-LINE
               MOVE SPACES TO SETUP-RPT-RECORD
               WRITE SETUP-RPT-RECORD FROM WS-HDG-LINE-2
           END-IF

           MOVE X-RETAIL-SECT          TO WS-D-SECT
           MOVE X-CORP-ITEM-CD         TO WS-D-CORP-ITEM-CD
           MOVE X-UPC-COUNTRY          TO WS-D-UPC-COUNTRY
           MOVE X-UPC-SYSTEM           TO WS-D-UPC-SYSTEM
           MOVE X-UPC-MANUF            TO WS-D-UPC-MANUF
           MOVE X-UPC-SALES            TO WS-D-UPC-SALES
           MOVE X-UNIT-TYPE            TO WS-D-UNIT-TYPE
           MOVE X-PRIMARY-UPC-SW       TO WS-D-PRIMARY-SW
           MOVE SPACES                 TO WS-D-RING-QTY-GRP
           IF X-RING-QTY > 1
               MOVE X-RING-QTY         TO WS-D-RING-QTY
               MOVE '/'                TO WS-D-RING-SLASH
           END-IF
           MOVE X-RING                 TO WS-D-RING
           MOVE X-PACK-RETAIL          TO WS-D-PACK-RETAIL
           MOVE X-STATUS-RUPC          TO WS-D-STATUS-RUPC
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-ROG-ITEM-CT
           ADD 1 TO WS-LISTED-CT.

       4200-ROG-TOTAL.
           MOVE WS-ROG-ITEM-CT TO WS-T-ROG-CT
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-ROG-TOTAL-LINE
           MOVE ZERO TO WS-ROG-ITEM-CT.

      ******************************************************************
      * COMMIT EVERY WS-CKPT-INTERVAL INSERTS, SIZED LIKE TESTDB2'S    *
      * CHECKPOINT CADENCE, SO A LARGE SETUP FILE NEVER HOLDS ENOUGH   *
      * LOCKS ON X TO STALL TBXONLN.                                   *
      ******************************************************************
       5000-COMMIT-PARA.
           ADD 1 TO WS-CKPT-SINCE-LAST
           IF WS-CKPT-SINCE-LAST >= WS-CKPT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE ZERO TO WS-CKPT-SINCE-LAST
           END-IF.

       6000-FINAL-COUNT.
           MOVE 'SETUP CARDS READ'     TO WS-RPT-LABEL
           MOVE WS-FEED-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ITEMS ADDED'          TO WS-RPT-LABEL
           MOVE WS-INSERT-CT           TO WS-RPT-VALUE
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'CARDS SUSPENDED'      TO WS-RPT-LABEL
           MOVE WS-REJECT-CT           TO WS-RPT-VALUE
           MOVE SPACES TO SETUP-RPT-RECORD
           WRITE SETUP-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE SETUP-FEED
                 SUSPENSE-FILE
                 POS-INTRFC-FILE
                 SETUP-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "SETUP CARDS READ     : " WS-FEED-READ-CT.
           DISPLAY "ITEMS ADDED          : " WS-INSERT-CT.
           DISPLAY "CARDS SUSPENDED      : " WS-REJECT-CT.
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
           MOVE 'TBXNEWIT' TO JRL-JOB-NAME
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
               DISPLAY "TBXNEWIT - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXNEWIT - " JRL-MISSING-DSP
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
                   DISPLAY "TBXNEWIT - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXNEWIT - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXNEWIT - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXNEWIT - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXNEWIT - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'CARDS READ'          TO JRL-COUNT-LBL-1
               MOVE WS-FEED-READ-CT       TO JRL-COUNT-1
               MOVE 'ITEMS ADDED'         TO JRL-COUNT-LBL-2
               MOVE WS-INSERT-CT          TO JRL-COUNT-2
               MOVE 'SUSPENDED'           TO JRL-COUNT-LBL-3
               MOVE WS-REJECT-CT          TO JRL-COUNT-3
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
