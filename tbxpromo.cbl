       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXPROMO.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * NIGHTLY TEMPORARY PRICE REDUCTION (TPR) JOB.  AD PRICES USED   *
      * TO GO IN AS ORDINARY FEED RECORDS, AND WHEN THE AD ENDED       *
      * SOMEBODY HAD TO REMEMBER TO SEND THE REGULAR PRICE BACK --     *
      * WHEN THEY FORGOT, THE SALE PRICE SAT ON X AND AT THE           *
      * REGISTERS FOR WEEKS.  THIS JOB OWNS THE WHOLE LIFE OF A        *
      * PROMOTION ON THE X_PROMO TABLE (SEE WSPROMO):                  *
      *   1. LOAD THE AD DESK'S PROMO CARDS (ROG OR 'Z' + ZONE,        *
      *      CORP_ITEM_CD, PROMO RING, START AND END DATE) AS          *
      *      SCHEDULED ROWS, ONE PER UPC THE ITEM CARRIES IN EACH      *
      *      ROG, THE WAY TESTDB2'S 0052-PROCESS-ZONE FANS A ZONE.     *
      *   2. RESTORE THE SAVED REGULAR RING ON EVERY LIVE PROMO        *
      *      WHOSE END DATE HAS PASSED (THE MORNING AFTER THE LAST     *
      *      DAY OF THE AD).                                           *
      *   3. PUT THE PROMO RING ON X FOR EVERY SCHEDULED PROMO WHOSE   *
      *      START DATE HAS ARRIVED, SAVING THE RING IT REPLACES AS    *
      *      THE REGULAR RING.  ENDS RUN BEFORE STARTS SO A BACK-TO-   *
      *      BACK AD SAVES THE TRUE REGULAR RING, NOT THE LAST AD'S.   *
      *   4. PRINT THE STORES' DAILY STARTING / ENDING / LIVE LIST     *
      *      BY ROG.                                                   *
      * BOTH PRICE MOVES RUN THE SAME EDITS TESTDB2'S 3000-EDIT-PARA   *
      * APPLIES TO A RING (NO-SECT, SECT-RING, LOW-MARGIN WITH THE     *
      * DESK'S OVERRIDE FILE), WRITE THE SAME X_HIST ROW (JOB_ID =     *
      * TBXPROMO) AND THE SAME POS-INTRFC-FILE RECORD.  THE SWING      *
      * EDIT IS NOT RUN: A PROMOTION IS AN AUTHORIZED LARGE MOVE BY    *
      * DEFINITION.  WHILE A PROMO IS LIVE, TESTDB2 AND TBXRELSE       *
      * POST A REGULAR-PRICE FEED RECORD FOR THE ITEM TO X_PROMO'S     *
      * REG_RING INSTEAD OF OVERWRITING THE PROMO RING, SO THE         *
      * RESTORE PUTS BACK THE LATEST REGULAR PRICE.  BAD CARDS AND     *
      * MOVES THAT FAIL AN EDIT SUSPEND TO THIS JOB'S OWN SUSPENSE     *
      * DATASET IN THE USUAL 90-BYTE IMAGE-PLUS-REASON LAYOUT.  A      *
      * RESTORE THAT FAILS STAYS LIVE AND IS RETRIED EVERY NIGHT,      *
      * SHOWING ON THE REPORT AS REVERT HELD UNTIL THE DESK FIXES      *
      * IT -- A SALE PRICE MUST NEVER QUIETLY OUTLIVE ITS AD AGAIN.    *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-FEED       ASSIGN TO PROMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PROMO-STATUS.

           SELECT SUSPENSE-FILE    ASSIGN TO PROMSUSP
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-STATUS.

           SELECT POS-INTRFC-FILE  ASSIGN TO POSIFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-POSI-STATUS.

           SELECT OVERRIDE-FILE    ASSIGN TO OVRDFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OVRD-STATUS.

           SELECT PROMO-RPT        ASSIGN TO PROMRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PROMORPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * AD DESK'S PROMO CARD.  DATES ARE CCYYMMDD; THE PROMO RUNS      *
      * FROM THE START DATE THROUGH THE END DATE INCLUSIVE.  A CARD    *
      * CARRYING 'Z' PLUS A TWO-BYTE ZONE CODE IN THE ROG BYTES IS     *
      * FANNED OUT TO EVERY ROG ZONE_ROG LISTS FOR THE ZONE, THE SAME  *
      * OVERLOADING TESTDB2'S INFILE-ZONE-RECORD USES.  AN EMPTY OR    *
      * MISSING FILE JUST MEANS NO NEW PROMOTIONS TONIGHT -- THE       *
      * START/END PASSES STILL RUN.  PC-RING-QTY IS THE UNITS THE AD   *
      * RING BUYS ("2 FOR $5"), SPACES OR ZERO MEANING ONE; COLUMN 36  *
      * IS LEFT BLANK FOR THE SUSPENSE IMAGE'S MOVE FLAG.              *
      ******************************************************************
       FD  PROMO-FEED
           RECORD CONTAINS 80 CHARACTERS.
       01  PROMO-FEED-RECORD.
           05  PC-ROG                  PIC X(03).
           05  PC-CORP-ITEM-CD         PIC 9(09).
           05  PC-PROMO-RING           PIC 9(5)V99.
           05  PC-START-DATE           PIC 9(08).
           05  PC-START-DATE-R REDEFINES PC-START-DATE.
               10  PC-START-CCYY       PIC 9(04).
               10  PC-START-MM         PIC 9(02).
               10  PC-START-DD         PIC 9(02).
           05  PC-END-DATE             PIC 9(08).
           05  PC-END-DATE-R REDEFINES PC-END-DATE.
               10  PC-END-CCYY         PIC 9(04).
               10  PC-END-MM           PIC 9(02).
               10  PC-END-DD           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  PC-RING-QTY             PIC 9(02).
           05  PC-RING-QTY-X REDEFINES PC-RING-QTY
                                       PIC X(02).
           05  FILLER                  PIC X(42).

       01  PROMO-ZONE-RECORD.
           05  PZ-ZONE-IND             PIC X(01).
               88  PROMO-ZONE-CARD         VALUE 'Z'.
           05  PZ-ZONE-CD              PIC X(02).
           05  FILLER                  PIC X(77).

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

      ******************************************************************
      * SAME AUTHORIZED-OVERRIDE FILE TESTDB2 READS: A LISTED          *
      * ROG/CORP_ITEM_CD PASSES 3300-MARGIN-EDIT (A LOSS-LEADER AD).   *
      ******************************************************************
       FD  OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OVERRIDE-RECORD.
           05  OV-ROG                  PIC X(03).
           05  OV-CORP-ITEM-CD         PIC 9(09).
           05  FILLER                  PIC X(68).

       FD  PROMO-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  PROMO-RPT-RECORD           PIC X(133).

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
       COPY WSPROMO.
       COPY WSCTL.

       01  WS-FILE-STATUSES.
           05  WS-PROMO-STATUS         PIC X(02) VALUE '00'.
           05  WS-SUSP-STATUS          PIC X(02) VALUE '00'.
           05  WS-POSI-STATUS          PIC X(02) VALUE '00'.
           05  WS-OVRD-STATUS          PIC X(02) VALUE '00'.
           05  WS-PROMORPT-STATUS      PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-FEED-EOF-SW          PIC X     VALUE 'N'.
               88  WS-FEED-EOF             VALUE 'Y'.
           05  WS-OVRD-EOF-SW          PIC X     VALUE 'N'.
               88  WS-OVRD-EOF             VALUE 'Y'.
           05  WS-ZONE-EOF-SW          PIC X     VALUE 'N'.
               88  WS-ZONE-EOF             VALUE 'Y'.
           05  WS-PROMO-EOF-SW         PIC X     VALUE 'N'.
               88  WS-PROMO-EOF            VALUE 'Y'.
           05  WS-LIST-EOF-SW          PIC X     VALUE 'N'.
               88  WS-LIST-EOF             VALUE 'Y'.
           05  WS-EDIT-SW              PIC X     VALUE 'Y'.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.
           05  WS-ITEM-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-ITEM-FOUND           VALUE 'Y'.
           05  WS-OVRD-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-OVRD-FOUND           VALUE 'Y'.
           05  WS-PRICE-CHANGED-SW     PIC X     VALUE 'N'.
               88  WS-PRICE-CHANGED        VALUE 'Y'.

       01  WS-PROMO-COUNTERS.
           05  WS-CARD-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-LOADED-CT            PIC 9(9)  VALUE ZERO.
           05  WS-SCHEDULED-CT         PIC 9(9)  VALUE ZERO.
           05  WS-STARTED-CT           PIC 9(9)  VALUE ZERO.
           05  WS-RESTORED-CT          PIC 9(9)  VALUE ZERO.
           05  WS-EXPIRED-CT           PIC 9(9)  VALUE ZERO.
           05  WS-HELD-CT              PIC 9(9)  VALUE ZERO.
           05  WS-LISTED-CT            PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-JOB-ID               PIC X(08) VALUE 'TBXPROMO'.
           05  WS-USER-ID              PIC X(08) VALUE SPACES.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-CURRENT-ISO          PIC X(10) VALUE SPACES.

       01  WS-EDIT-REASON              PIC X(10) VALUE SPACES.

      ******************************************************************
      * CARD-LOAD HOST VARIABLES: THE ZONE BEING FANNED OUT, AND THE   *
      * X ROWS / OVERLAPPING PROMOTIONS ALREADY ON FILE FOR THE ROG.   *
      ******************************************************************
       01  WS-LOAD-FIELDS.
           05  WS-ZONE-CD              PIC X(02).
           05  WS-ZONE-ROG             PIC X(03).
           05  WS-ZONE-ROG-CT          PIC 9(05) VALUE ZERO.
           05  WS-ITEM-ON-X-CT         PIC S9(9) COMP VALUE ZERO.
           05  WS-OVERLAP-CT           PIC S9(9) COMP VALUE ZERO.
           05  WS-LIVE-ON-KEY-CT       PIC S9(9) COMP VALUE ZERO.
           05  WS-ROWS-ADDED-CT        PIC S9(9) COMP VALUE ZERO.
      *    THE STATUS 4800-SET-PROMO-STATUS MOVES A ROW OUT OF: 'S' ON
      *    THE START PASS, 'L' ON THE RESTORE PASS.
           05  WS-FROM-STATUS          PIC X(01) VALUE SPACE.

      ******************************************************************
      * SUSPENSE IMAGE IN THE PROMO CARD'S OWN LAYOUT.  A BAD CARD     *
      * SUSPENDS AS KEYED (WITH THE MEMBER ROG IN PLACE OF THE ZONE    *
      * FOR A ZONE CARD, AS TESTDB2 DOES); A START OR RESTORE THAT     *
      * FAILS AN EDIT IS REBUILT FROM ITS X_PROMO ROW, WITH THE MOVE   *
      * ('S' START, 'E' END) IN COLUMN 36 SO THE DESK CAN TELL WHICH   *
      * PRICE WAS REFUSED.                                             *
      ******************************************************************
       01  WS-SUSP-IMAGE.
           05  WS-SI-ROG               PIC X(03).
           05  WS-SI-CORP-ITEM-CD      PIC 9(09).
           05  WS-SI-PROMO-RING        PIC 9(5)V99.
           05  WS-SI-START-DATE        PIC X(08).
           05  WS-SI-END-DATE          PIC X(08).
           05  WS-SI-MOVE              PIC X(01).
           05  WS-SI-RING-QTY          PIC 9(02).
           05  FILLER                  PIC X(42).

      ******************************************************************
      * DESK OVERRIDES FOR THE MARGIN EDIT, LOADED UP FRONT THE SAME   *
      * WAY TESTDB2'S 0023-LOAD-OVERRIDES DOES.                        *
      ******************************************************************
       01  WS-OVRD-TABLE.
           05  WS-OVRD-ENTRY OCCURS 5000 TIMES.
               10  WS-OV-ROG           PIC X(03).
               10  WS-OV-CORP-ITEM-CD  PIC 9(09).
       01  WS-OVRD-MAX                 PIC 9(05) VALUE ZERO.
       01  WS-OVRD-IX                  PIC 9(05) VALUE ZERO.

      ******************************************************************
      * STORE REPORT WORK AREAS.  ONE LINE PER ROG/ITEM/PROMOTION (THE *
      * UPCS OF AN ITEM MOVE TOGETHER, SO THE STORES SEE THE ITEM      *
      * ONCE WITH A UPC COUNT), GROUPED BY ROG WITH A PER-ROG COUNT OF *
      * PROMOTIONS STARTING, ENDING AND LIVE.  HIGH-VALUES IN THE      *
      * HOLD FIELD FORCES THE FIRST ROG HEADING, AS IN TBXNEWIT.       *
      ******************************************************************
       01  WS-RPT-FIELDS.
           05  WS-PREV-ROG             PIC X(03) VALUE HIGH-VALUES.
           05  WS-RPT-UPC-CT           PIC S9(9) COMP VALUE ZERO.
           05  WS-ROG-START-CT         PIC 9(07) VALUE ZERO.
           05  WS-ROG-END-CT           PIC 9(07) VALUE ZERO.
           05  WS-ROG-LIVE-CT          PIC 9(07) VALUE ZERO.
           05  WS-ROG-LINE-CT          PIC 9(07) VALUE ZERO.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(50) VALUE
                   'PROMOTIONS STARTING / ENDING / LIVE - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-ROG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG: '.
               10  WS-R-ROG            PIC X(03).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(15) VALUE 'STATUS'.
               10  FILLER              PIC X(14) VALUE 'CORP-ITEM-CD'.
               10  FILLER              PIC X(15) VALUE 'PROMO-RING'.
               10  FILLER              PIC X(15) VALUE 'REG-RING'.
               10  FILLER              PIC X(13) VALUE 'START'.
               10  FILLER              PIC X(13) VALUE 'END'.
               10  FILLER              PIC X(06) VALUE 'UPCS'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  WS-D-STATUS         PIC X(12).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-D-PROMO-QTY-GRP.
                   15  WS-D-PROMO-QTY  PIC Z9.
                   15  WS-D-PROMO-SLASH
                                       PIC X(01).
               10  WS-D-PROMO-RING     PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-REG-QTY-GRP.
                   15  WS-D-REG-QTY    PIC Z9.
                   15  WS-D-REG-SLASH  PIC X(01).
               10  WS-D-REG-RING       PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-START-DATE     PIC X(10).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-END-DATE       PIC X(10).
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-D-UPC-CT         PIC ZZ9.
           05  WS-ROG-TOTAL-LINE.
               10  FILLER              PIC X(08) VALUE SPACES.
               10  FILLER              PIC X(10) VALUE 'STARTING'.
               10  WS-T-START-CT       PIC ZZZ,ZZ9.
               10  FILLER              PIC X(11) VALUE '   ENDING'.
               10  WS-T-END-CT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(09) VALUE '   LIVE'.
               10  WS-T-LIVE-CT        PIC ZZZ,ZZ9.
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * EVERY MEMBER ROG OF THE ZONE ON THE CURRENT ZONE PROMO CARD,   *
      * AS IN TESTDB2'S ZONE_ROG_CURSOR.                               *
      ******************************************************************
       EXEC SQL
           DECLARE ZONE_ROG_CURSOR CURSOR FOR
           SELECT   ROG
           FROM     ZONE_ROG
           WHERE    ZONE_CD = :WS-ZONE-CD
           ORDER BY ROG
       END-EXEC.

      ******************************************************************
      * LIVE PROMOTIONS WHOSE LAST DAY HAS PASSED -- THE REGULAR RING  *
      * GOES BACK ON X THIS MORNING.  WITH HOLD BECAUSE                *
      * 5000-COMMIT-PARA COMMITS MID-CURSOR.                           *
      ******************************************************************
       EXEC SQL
           DECLARE PROMO_ENDED CURSOR WITH HOLD FOR
           SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    PROMO_RING, PROMO_RING_QTY, START_DATE, END_DATE,
                    REG_RING, REG_RING_QTY
           FROM     X_PROMO
           WHERE    PROMO_STATUS = 'L'
              AND   END_DATE     < CURRENT DATE
           ORDER BY ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE
       END-EXEC.

      ******************************************************************
      * SCHEDULED PROMOTIONS WHOSE START DATE HAS ARRIVED, EARLIEST    *
      * START FIRST.  WITH HOLD FOR THE SAME REASON AS PROMO_ENDED.    *
      ******************************************************************
       EXEC SQL
           DECLARE PROMO_DUE CURSOR WITH HOLD FOR
           SELECT   ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                    PROMO_RING, PROMO_RING_QTY, START_DATE, END_DATE
           FROM     X_PROMO
           WHERE    PROMO_STATUS = 'S'
              AND   START_DATE  <= CURRENT DATE
           ORDER BY ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                    UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE, START_DATE
       END-EXEC.

      ******************************************************************
      * STORE REPORT: EVERY LIVE PROMOTION, EVERY PROMOTION STARTING   *
      * TOMORROW (SO THE SIGNS GO UP TONIGHT), AND EVERY PROMOTION     *
      * RESTORED THIS MORNING (SO THE SIGNS COME DOWN), ROLLED UP FROM *
      * UPC ROWS TO ONE LINE PER ROG/ITEM/PROMOTION.                   *
      ******************************************************************
       EXEC SQL
           DECLARE PROMO_LIST CURSOR FOR
           SELECT   ROG, CORP_ITEM_CD, PROMO_STATUS, PROMO_RING,
                    PROMO_RING_QTY, MAX(REG_RING), MAX(REG_RING_QTY),
                    START_DATE, END_DATE, COUNT(*)
           FROM     X_PROMO
           WHERE    PROMO_STATUS = 'L'
              OR   (PROMO_STATUS = 'S'
                AND START_DATE   = CURRENT DATE + 1 DAY)
              OR   (PROMO_STATUS = 'E'
                AND END_DATE     = CURRENT DATE - 1 DAY)
           GROUP BY ROG, CORP_ITEM_CD, PROMO_STATUS, PROMO_RING,
                    PROMO_RING_QTY, START_DATE, END_DATE
           ORDER BY ROG, CORP_ITEM_CD, START_DATE
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PROMOS
           PERFORM 2500-END-PROMOS
           PERFORM 2700-START-PROMOS
           PERFORM 7000-PROMO-REPORT
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
      * OPEN THE FILES, BUILD TODAY'S DATE IN DB2'S ISO FORMAT FOR THE *
      * DATE COMPARES AND THE REPORT, AND LOAD THE DESK'S OVERRIDES.   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SUSPENSE-FILE
                       POS-INTRFC-FILE
                       PROMO-RPT

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:4)  TO WS-CURRENT-ISO (1:4)
           MOVE '-'                    TO WS-CURRENT-ISO (5:1)
           MOVE WS-CURRENT-DATE (5:2)  TO WS-CURRENT-ISO (6:2)
           MOVE '-'                    TO WS-CURRENT-ISO (8:1)
           MOVE WS-CURRENT-DATE (7:2)  TO WS-CURRENT-ISO (9:2)

           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-HDG-LINE-1

           PERFORM 1100-LOAD-OVERRIDES.

      ******************************************************************
      * A MISSING OR EMPTY OVERRIDE DATASET JUST MEANS NO OVERRIDES.   *
      ******************************************************************
       1100-LOAD-OVERRIDES.
           OPEN INPUT OVERRIDE-FILE
           IF WS-OVRD-STATUS = '00'
               PERFORM UNTIL WS-OVRD-EOF
                   READ OVERRIDE-FILE
                       AT END
                           SET WS-OVRD-EOF TO TRUE
                       NOT AT END
                           PERFORM 1110-LOAD-ONE-OVERRIDE
                   END-READ
               END-PERFORM
               CLOSE OVERRIDE-FILE
           END-IF.

       1110-LOAD-ONE-OVERRIDE.
           IF WS-OVRD-MAX = 5000
               DISPLAY "TBXPROMO - OVERRIDE TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-OVRD-MAX
           MOVE OV-ROG          TO WS-OV-ROG (WS-OVRD-MAX)
           MOVE OV-CORP-ITEM-CD TO WS-OV-CORP-ITEM-CD (WS-OVRD-MAX).

      ******************************************************************
      * LOAD TONIGHT'S PROMO CARDS.  A MISSING OR EMPTY CARD FILE IS   *
      * NOT AN ERROR -- MOST NIGHTS ONLY THE START/END PASSES HAVE     *
      * WORK.                                                          *
      ******************************************************************
       2000-LOAD-PROMOS.
           OPEN INPUT PROMO-FEED
           IF WS-PROMO-STATUS = '00'
               PERFORM UNTIL WS-FEED-EOF
                   READ PROMO-FEED
                       AT END
                           SET WS-FEED-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CARD-READ-CT
                           PERFORM 2100-PROCESS-ONE-CARD
                   END-READ
               END-PERFORM
               CLOSE PROMO-FEED
           END-IF.

       2100-PROCESS-ONE-CARD.
           PERFORM 2150-CARD-EDIT
           IF WS-EDIT-OK
               MOVE PC-CORP-ITEM-CD        TO PRM-CORP-ITEM-CD
               MOVE PC-PROMO-RING          TO PRM-PROMO-RING
               MOVE 1                      TO PRM-PROMO-RING-QTY
               IF PC-RING-QTY-X NOT = SPACES
                  AND PC-RING-QTY > ZERO
                   MOVE PC-RING-QTY        TO PRM-PROMO-RING-QTY
               END-IF
               MOVE PC-START-DATE (1:4)    TO PRM-START-DATE (1:4)
               MOVE '-'                    TO PRM-START-DATE (5:1)
               MOVE PC-START-DATE (5:2)    TO PRM-START-DATE (6:2)
               MOVE '-'                    TO PRM-START-DATE (8:1)
               MOVE PC-START-DATE (7:2)    TO PRM-START-DATE (9:2)
               MOVE PC-END-DATE (1:4)      TO PRM-END-DATE (1:4)
               MOVE '-'                    TO PRM-END-DATE (5:1)
               MOVE PC-END-DATE (5:2)      TO PRM-END-DATE (6:2)
               MOVE '-'                    TO PRM-END-DATE (8:1)
               MOVE PC-END-DATE (7:2)      TO PRM-END-DATE (9:2)
               IF PROMO-ZONE-CARD
                   PERFORM 2200-LOAD-ZONE
               ELSE
                   MOVE PC-ROG             TO PRM-ROG
                   PERFORM 2300-LOAD-ONE-ROG
               END-IF
           ELSE
               MOVE PC-ROG                 TO PRM-ROG
               PERFORM 3950-CARD-SUSPENSE
           END-IF.

      ******************************************************************
      * CARD EDITS -- FIRST FAILURE WINS.  A PROMOTION WHOSE END DATE  *
      * IS ALREADY BEHIND US IS REFUSED (PAST-END) RATHER THAN LOADED  *
      * AND IMMEDIATELY EXPIRED, SO A LATE OR RE-SENT AD SHOWS UP IN   *
      * SUSPENSE INSTEAD OF VANISHING.                                 *
      ******************************************************************
       2150-CARD-EDIT.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           IF PC-ROG = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ROG'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (PC-CORP-ITEM-CD IS NOT NUMERIC
                   OR PC-CORP-ITEM-CD = ZERO)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-ITEM'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (PC-PROMO-RING IS NOT NUMERIC
                   OR PC-PROMO-RING = ZERO)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-RING'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND PC-RING-QTY-X NOT = SPACES
              AND PC-RING-QTY IS NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-QTY'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (PC-START-DATE IS NOT NUMERIC
                   OR PC-END-DATE IS NOT NUMERIC)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-DATE'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (PC-START-MM < 01 OR PC-START-MM > 12
                   OR PC-START-DD < 01 OR PC-START-DD > 31
                   OR PC-END-MM < 01 OR PC-END-MM > 12
                   OR PC-END-DD < 01 OR PC-END-DD > 31
                   OR PC-END-DATE < PC-START-DATE)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-DATE'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND PC-END-DATE < WS-CURRENT-DATE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'PAST-END'  TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * FAN A ZONE CARD OUT TO EVERY MEMBER ROG.  AN EMPTY OR UNKNOWN  *
      * ZONE SUSPENDS THE CARD AS BAD-ZONE, AS IN TESTDB2.             *
      ******************************************************************
       2200-LOAD-ZONE.
           MOVE PZ-ZONE-CD             TO WS-ZONE-CD
           MOVE ZERO                   TO WS-ZONE-ROG-CT
           MOVE 'N'                    TO WS-ZONE-EOF-SW

           EXEC SQL
               OPEN ZONE_ROG_CURSOR
           END-EXEC

           PERFORM UNTIL WS-ZONE-EOF
               EXEC SQL
                   FETCH ZONE_ROG_CURSOR
                   INTO  :WS-ZONE-ROG
               END-EXEC
               IF SQLCODE = 100
                   SET WS-ZONE-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ZONE-ROG-CT
                   MOVE WS-ZONE-ROG    TO PRM-ROG
                   PERFORM 2300-LOAD-ONE-ROG
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ZONE_ROG_CURSOR
           END-EXEC

           IF WS-ZONE-ROG-CT = ZERO
               MOVE PC-ROG             TO PRM-ROG
               MOVE 'BAD-ZONE'         TO WS-EDIT-REASON
               PERFORM 3950-CARD-SUSPENSE
           END-IF.

      ******************************************************************
      * SCHEDULE THE PROMOTION FOR ONE ROG: ONE X_PROMO ROW FOR EVERY  *
      * UPC THE ITEM CARRIES THERE, INSERTED STRAIGHT FROM X SO NO UPC *
      * IS MISSED.  THE ITEM MUST BE ON X IN THE ROG (NO-ITEM), AND    *
      * MUST NOT ALREADY HAVE A SCHEDULED OR LIVE PROMOTION WHOSE      *
      * DATES TOUCH THIS ONE'S (OVERLAP) -- TWO ADS FIGHTING OVER ONE  *
      * SAVED REGULAR RING IS HOW A SALE PRICE GETS STUCK.  A RE-SENT  *
      * CARD TRIPS THE SAME EDIT, AS DOES A CARD FOR AN AD ALREADY RUN *
      * AND ENDED FROM THE SAME START DATE.  A REJECTED OR EXPIRED ROW *
      * FROM THE SAME START DATE NEVER REACHED X AND IS REPLACED: THE  *
      * CORRECTED CARD THE DESK SENDS AFTER A REJECT DELETES IT, SO    *
      * THE KEY AND START DATE STILL NAME ONE ROW.  SQLERRD(3) IS THE  *
      * ROW COUNT DB2 REPORTS BACK FOR THE INSERT.                     *
      ******************************************************************
       2300-LOAD-ONE-ROG.
           MOVE SPACES TO WS-EDIT-REASON

           EXEC SQL
               SELECT COUNT(*)
               INTO  :WS-ITEM-ON-X-CT
               FROM   X
               WHERE  ROG            = :PRM-ROG
                 AND  CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
           END-EXEC

           IF WS-ITEM-ON-X-CT = ZERO
               MOVE 'NO-ITEM'   TO WS-EDIT-REASON
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-OVERLAP-CT
                   FROM   X_PROMO
                   WHERE  ROG            = :PRM-ROG
                     AND  CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
                     AND ((PROMO_STATUS IN ('S', 'L')
                     AND  START_DATE    <= :PRM-END-DATE
                     AND  END_DATE      >= :PRM-START-DATE)
                      OR (PROMO_STATUS   = 'E'
                     AND  START_DATE     = :PRM-START-DATE))
               END-EXEC
               IF WS-OVERLAP-CT > ZERO
                   MOVE 'OVERLAP'   TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-EDIT-REASON = SPACES
               EXEC SQL
                   DELETE FROM X_PROMO
                   WHERE  ROG            = :PRM-ROG
                     AND  CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
                     AND  START_DATE     = :PRM-START-DATE
                     AND  PROMO_STATUS  IN ('R', 'X')
               END-EXEC
               IF SQLCODE NOT = 0
                  AND SQLCODE NOT = 100
                   MOVE 'INS-FAIL'  TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-EDIT-REASON = SPACES
               EXEC SQL
                   SET :PRM-ADD-TIMESTAMP = CURRENT TIMESTAMP
               END-EXEC

               EXEC SQL
                   INSERT INTO X_PROMO
                         ( ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                           UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                           PROMO_RING, PROMO_RING_QTY, START_DATE,
                           END_DATE, REG_RING, REG_RING_QTY,
                           PROMO_STATUS, REJECT_REASON, ADD_TIMESTAMP )
                   SELECT  ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                           UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                           :PRM-PROMO-RING, :PRM-PROMO-RING-QTY,
                           :PRM-START-DATE, :PRM-END-DATE, 0, 0,
                           'S', ' ', :PRM-ADD-TIMESTAMP
                   FROM    X
                   WHERE   ROG            = :PRM-ROG
                     AND   CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
               END-EXEC

               IF SQLCODE = 0
                   MOVE SQLERRD (3) TO WS-ROWS-ADDED-CT
                   ADD 1                TO WS-LOADED-CT
                   ADD WS-ROWS-ADDED-CT TO WS-SCHEDULED-CT
                   PERFORM 5000-COMMIT-PARA
               ELSE
                   MOVE 'INS-FAIL'  TO WS-EDIT-REASON
               END-IF
           END-IF

           IF WS-EDIT-REASON NOT = SPACES
               PERFORM 3950-CARD-SUSPENSE
           END-IF.

      ******************************************************************
      * RESTORE PASS: EVERY LIVE PROMOTION PAST ITS END DATE.          *
      ******************************************************************
       2500-END-PROMOS.
           MOVE 'N' TO WS-PROMO-EOF-SW

           EXEC SQL
               OPEN PROMO_ENDED
           END-EXEC

           PERFORM UNTIL WS-PROMO-EOF
               EXEC SQL
                   FETCH    PROMO_ENDED
                   INTO    :PRM-ROG,
                           :PRM-CORP-ITEM-CD,
                           :PRM-UPC-MANUF,
                           :PRM-UPC-SALES,
                           :PRM-UPC-COUNTRY,
                           :PRM-UPC-SYSTEM,
                           :PRM-UNIT-TYPE,
                           :PRM-PROMO-RING,
                           :PRM-PROMO-RING-QTY,
                           :PRM-START-DATE,
                           :PRM-END-DATE,
                           :PRM-REG-RING,
                           :PRM-REG-RING-QTY
               END-EXEC
               IF SQLCODE = 100
                   SET WS-PROMO-EOF TO TRUE
               ELSE
                   PERFORM 2600-END-ONE-PROMO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE PROMO_ENDED
           END-EXEC.

      ******************************************************************
      * PUT THE SAVED REGULAR RING BACK ON X.  A UPC THAT HAS SINCE    *
      * LEFT X HAS NOTHING TO RESTORE AND IS CLOSED OUT AS ENDED (AND  *
      * SUSPENDED AS NO-ITEM SO THE DESK SEES IT).  A RESTORE THAT     *
      * FAILS AN EDIT OR THE UPDATE IS SUSPENDED AND LEFT LIVE, SO IT  *
      * IS RETRIED TOMORROW AND SHOWS AS REVERT HELD ON THE REPORT     *
      * UNTIL THE DESK CORRECTS THE SECTION, THE COST OR THE OVERRIDE. *
      ******************************************************************
       2600-END-ONE-PROMO.
           MOVE 'E' TO WS-SI-MOVE
           MOVE 'L' TO WS-FROM-STATUS
           PERFORM 2900-FETCH-X-ROW

           IF NOT WS-ITEM-FOUND
               MOVE 'NO-ITEM'   TO WS-EDIT-REASON
               PERFORM 3960-ROW-SUSPENSE
               MOVE 'E'         TO PRM-PROMO-STATUS
               MOVE 'NO-ITEM'   TO PRM-REJECT-REASON
               PERFORM 4800-SET-PROMO-STATUS
           ELSE
               MOVE PRM-REG-RING     TO X-RING
               MOVE PRM-REG-RING-QTY TO X-RING-QTY
               IF X-RING-QTY NOT > ZERO
                   MOVE 1            TO X-RING-QTY
               END-IF
               PERFORM 3000-EDIT-PARA
               IF WS-EDIT-OK
                   PERFORM 4010-UPDATE-X
               END-IF
               IF WS-EDIT-OK
                   ADD 1 TO WS-RESTORED-CT
                   MOVE 'E'     TO PRM-PROMO-STATUS
                   MOVE SPACES  TO PRM-REJECT-REASON
                   PERFORM 4800-SET-PROMO-STATUS
               ELSE
                   ADD 1 TO WS-HELD-CT
                   PERFORM 3960-ROW-SUSPENSE
               END-IF
           END-IF

           PERFORM 5000-COMMIT-PARA.

      ******************************************************************
      * START PASS: EVERY SCHEDULED PROMOTION WHOSE DAY HAS COME.      *
      ******************************************************************
       2700-START-PROMOS.
           MOVE 'N' TO WS-PROMO-EOF-SW

           EXEC SQL
               OPEN PROMO_DUE
           END-EXEC

           PERFORM UNTIL WS-PROMO-EOF
               EXEC SQL
                   FETCH    PROMO_DUE
                   INTO    :PRM-ROG,
                           :PRM-CORP-ITEM-CD,
                           :PRM-UPC-MANUF,
                           :PRM-UPC-SALES,
                           :PRM-UPC-COUNTRY,
                           :PRM-UPC-SYSTEM,
                           :PRM-UNIT-TYPE,
                           :PRM-PROMO-RING,
                           :PRM-PROMO-RING-QTY,
                           :PRM-START-DATE,
                           :PRM-END-DATE
               END-EXEC
               IF SQLCODE = 100
                   SET WS-PROMO-EOF TO TRUE
               ELSE
                   PERFORM 2800-START-ONE-PROMO
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE PROMO_DUE
           END-EXEC.

      ******************************************************************
      * PUT THE PROMO RING ON X AND SAVE THE RING IT REPLACES AS THE   *
      * REGULAR RING.  A PROMOTION WHOSE WHOLE RUN WENT BY WITHOUT     *
      * THIS JOB (A MISSED NIGHT) IS EXPIRED UNAPPLIED RATHER THAN     *
      * STARTED AND RESTORED IN ONE BREATH.  WHILE AN EARLIER PROMO ON *
      * THE SAME UPC IS STILL LIVE (ITS RESTORE HELD) THE NEW ONE      *
      * WAITS -- STARTING IT WOULD SAVE THE OLD AD'S RING AS REGULAR.  *
      * A PROMO RING THAT FAILS THE EDITS IS REJECTED FOR GOOD, WITH   *
      * ITS REASON KEPT ON THE ROW; THE DESK SENDS A CORRECTED CARD.   *
      ******************************************************************
       2800-START-ONE-PROMO.
           MOVE 'S' TO WS-SI-MOVE
           MOVE 'S' TO WS-FROM-STATUS

           IF PRM-END-DATE < WS-CURRENT-ISO
               ADD 1 TO WS-EXPIRED-CT
               MOVE ZERO        TO PRM-REG-RING
                                   PRM-REG-RING-QTY
               MOVE 'X'         TO PRM-PROMO-STATUS
               MOVE SPACES      TO PRM-REJECT-REASON
               PERFORM 4800-SET-PROMO-STATUS
           ELSE
               EXEC SQL
                   SELECT COUNT(*)
                   INTO  :WS-LIVE-ON-KEY-CT
                   FROM   X_PROMO
                   WHERE  ROG            = :PRM-ROG
                     AND  CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
                     AND  UPC_MANUF      = :PRM-UPC-MANUF
                     AND  UPC_SALES      = :PRM-UPC-SALES
                     AND  UPC_COUNTRY    = :PRM-UPC-COUNTRY
                     AND  UPC_SYSTEM     = :PRM-UPC-SYSTEM
                     AND  UNIT_TYPE      = :PRM-UNIT-TYPE
                     AND  PROMO_STATUS   = 'L'
               END-EXEC
               IF WS-LIVE-ON-KEY-CT > ZERO
                   ADD 1 TO WS-HELD-CT
                   MOVE 'PRM-LIVE'  TO WS-EDIT-REASON
                   PERFORM 3960-ROW-SUSPENSE
               ELSE
                   PERFORM 2850-APPLY-PROMO-RING
               END-IF
           END-IF

           PERFORM 5000-COMMIT-PARA.

       2850-APPLY-PROMO-RING.
           PERFORM 2900-FETCH-X-ROW
           MOVE PRM-PROMO-RING     TO X-RING
           MOVE PRM-PROMO-RING-QTY TO X-RING-QTY
           IF X-RING-QTY NOT > ZERO
               MOVE 1              TO X-RING-QTY
           END-IF
           PERFORM 3000-EDIT-PARA

           IF WS-EDIT-OK
               MOVE X-RING-TYPE    TO PRM-REG-RING
               MOVE X-CUR-RING-QTY TO PRM-REG-RING-QTY
               PERFORM 4010-UPDATE-X
           END-IF

           IF WS-EDIT-OK
               ADD 1 TO WS-STARTED-CT
               MOVE 'L'            TO PRM-PROMO-STATUS
               MOVE SPACES         TO PRM-REJECT-REASON
               PERFORM 4800-SET-PROMO-STATUS
           ELSE
               PERFORM 3960-ROW-SUSPENSE
      *        AN UPDATE THAT FAILED (LOCK, TIMEOUT) IS NOT THE PRICE'S
      *        FAULT -- LEAVE THE ROW SCHEDULED SO TOMORROW RETRIES IT.
               IF WS-EDIT-REASON NOT = 'UPD-FAIL'
                   MOVE ZERO           TO PRM-REG-RING
                                          PRM-REG-RING-QTY
                   MOVE 'R'            TO PRM-PROMO-STATUS
                   MOVE WS-EDIT-REASON TO PRM-REJECT-REASON
                   PERFORM 4800-SET-PROMO-STATUS
               END-IF
           END-IF.

      ******************************************************************
      * THE ROW'S CURRENT RING AND RING_QTY (INTO X-RING-TYPE AND      *
      * X-CUR-RING-QTY, AS TESTDB2'S 0000-INITIALIZE-PARA FETCHES      *
      * THEM), PACK_RETAIL AND RETAIL_SECT FOR THE EDITS AND THE AUDIT *
      * BEFORE-IMAGE.                                                  *
      ******************************************************************
       2900-FETCH-X-ROW.
           MOVE 'N'                    TO WS-ITEM-FOUND-SW
           MOVE PRM-ROG                TO X-ROG
           MOVE PRM-CORP-ITEM-CD       TO X-CORP-ITEM-CD
           MOVE PRM-UPC-MANUF          TO X-UPC-MANUF
           MOVE PRM-UPC-SALES          TO X-UPC-SALES
           MOVE PRM-UPC-COUNTRY        TO X-UPC-COUNTRY
           MOVE PRM-UPC-SYSTEM         TO X-UPC-SYSTEM
           MOVE PRM-UNIT-TYPE          TO X-UNIT-TYPE
           MOVE ZERO                   TO X-RING-TYPE
                                          X-CUR-RING-QTY
                                          X-PACK-RETAIL
           MOVE SPACES                 TO X-RETAIL-SECT

           EXEC SQL
               SELECT   RING,
                        RING_QTY,
                        PACK_RETAIL,
                        RETAIL_SECT
               INTO    :X-RING-TYPE,
                       :X-CUR-RING-QTY,
                       :X-PACK-RETAIL,
                       :X-RETAIL-SECT
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

           IF SQLCODE = 0
               SET WS-ITEM-FOUND TO TRUE
           END-IF

           IF X-CUR-RING-QTY NOT > ZERO
               MOVE 1 TO X-CUR-RING-QTY
           END-IF.

      ******************************************************************
      * PRICE EDITS FOR A PROMO START OR RESTORE -- THE RING EDITS     *
      * FROM TESTDB2'S 3000-EDIT-PARA, FIRST FAILURE WINS.  ONLY THE   *
      * RING MOVES, SO THE LABEL/SIGN FIELD EDITS HAVE NOTHING NEW TO  *
      * CHECK; THE SWING EDIT IS LEFT OFF (SEE THE PROGRAM BANNER).    *
      ******************************************************************
       3000-EDIT-PARA.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           IF X-RING NOT > ZERO
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-RING'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3050-UNIT-RING
           END-IF

           IF WS-EDIT-OK
              AND (NOT WS-ITEM-FOUND OR X-RETAIL-SECT = SPACES)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'NO-SECT'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               PERFORM 3100-SECT-RANGE-EDIT
           END-IF

           IF WS-EDIT-OK
              AND WS-SECT-REF-FOUND
              AND SECT-MIN-MARGIN-PCT > ZERO
               PERFORM 3300-MARGIN-EDIT
           END-IF.

      ******************************************************************
      * PER-UNIT RING FOR THE RANGE AND MARGIN EDITS, AS IN TESTDB2'S  *
      * 3050-UNIT-RING, SO A "2 FOR $5" AD IS EDITED AS 2.50.  THERE   *
      * IS NO SWING EDIT HERE TO NEED THE CURRENT PER-UNIT RING.       *
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
      * RING-VS-SECTION RANGE EDIT, AS IN TESTDB2'S                    *
      * 3100-SECT-RANGE-EDIT: A SECTION NOT YET ON SECT_REF PASSES.    *
      ******************************************************************
       3100-SECT-RANGE-EDIT.
           MOVE 'N' TO WS-SECT-REF-FOUND-SW
           MOVE X-RETAIL-SECT TO SECT-RETAIL-SECT

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

           IF WS-SECT-REF-FOUND
              AND (WS-UNIT-RING < SECT-MIN-RING
                   OR WS-UNIT-RING > SECT-MAX-RING)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'SECT-RING' TO WS-EDIT-REASON
           END-IF.

       3250-SEARCH-OVERRIDE.
           MOVE 'N' TO WS-OVRD-FOUND-SW
           PERFORM VARYING WS-OVRD-IX FROM 1 BY 1
                   UNTIL WS-OVRD-IX > WS-OVRD-MAX
                      OR WS-OVRD-FOUND
               IF WS-OV-ROG (WS-OVRD-IX) = X-ROG
                  AND WS-OV-CORP-ITEM-CD (WS-OVRD-IX)
                                         = X-CORP-ITEM-CD
                   SET WS-OVRD-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * GROSS-MARGIN FLOOR EDIT, AS IN TESTDB2'S 3300-MARGIN-EDIT.  AN *
      * AD PRICED BELOW THE FLOOR NEEDS THE DESK'S OVERRIDE CARD LIKE  *
      * ANY OTHER LOSS LEADER.                                         *
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
                   (WS-UNIT-RING - COST-UNIT-COST) * 100 / WS-UNIT-RING
               IF WS-MARGIN-PCT < SECT-MIN-MARGIN-PCT
                   PERFORM 3250-SEARCH-OVERRIDE
                   IF NOT WS-OVRD-FOUND
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'LOW-MARGIN' TO WS-EDIT-REASON
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SAME 90-BYTE IMAGE-PLUS-REASON LAYOUT AS TESTDB2'S             *
      * 3900-WRITE-SUSPENSE, ON THIS JOB'S OWN SUSPENSE DATASET -- THE *
      * PRICE-FEED SUSPENSE MASTER RESUBMITS IN INFILE'S 75-BYTE PRICE *
      * LAYOUT, WHICH A PROMO CARD IS NOT.                             *
      ******************************************************************
       3900-WRITE-SUSPENSE.
           ADD 1 TO WS-REJECT-CT
           MOVE SPACES             TO SUSPENSE-RECORD
           MOVE WS-SUSP-IMAGE      TO SUSP-INFILE-IMAGE
           MOVE WS-EDIT-REASON     TO SUSP-REASON-CD
           WRITE SUSPENSE-RECORD.

      *    A REFUSED CARD, AS KEYED -- EXCEPT THAT A ZONE CARD REFUSED
      *    FOR ONE MEMBER ROG CARRIES THAT ROG, SO THE CORRECTED CARD
      *    THE DESK SENDS BACK RE-SCHEDULES THE ONE ROG THAT FAILED.
       3950-CARD-SUSPENSE.
           MOVE PROMO-FEED-RECORD  TO WS-SUSP-IMAGE
           MOVE PRM-ROG            TO WS-SI-ROG
           PERFORM 3900-WRITE-SUSPENSE.

      *    A REFUSED START OR RESTORE, REBUILT FROM ITS X_PROMO ROW.
       3960-ROW-SUSPENSE.
           MOVE SPACES                 TO WS-SUSP-IMAGE
           MOVE PRM-ROG                TO WS-SI-ROG
           MOVE PRM-CORP-ITEM-CD       TO WS-SI-CORP-ITEM-CD
           MOVE PRM-PROMO-RING         TO WS-SI-PROMO-RING
           MOVE PRM-PROMO-RING-QTY     TO WS-SI-RING-QTY
           MOVE PRM-START-DATE (1:4)   TO WS-SI-START-DATE (1:4)
           MOVE PRM-START-DATE (6:2)   TO WS-SI-START-DATE (5:2)
           MOVE PRM-START-DATE (9:2)   TO WS-SI-START-DATE (7:2)
           MOVE PRM-END-DATE (1:4)     TO WS-SI-END-DATE (1:4)
           MOVE PRM-END-DATE (6:2)     TO WS-SI-END-DATE (5:2)
           MOVE PRM-END-DATE (9:2)     TO WS-SI-END-DATE (7:2)
           PERFORM 3900-WRITE-SUSPENSE.

      ******************************************************************
      * MOVE THE RING ON X.  ONLY A SUCCESSFUL UPDATE WRITES THE       *
      * X_HIST ROW AND THE POS RECORD, THE SAME ORDERING TESTDB2'S     *
      * 4010-UPDATE-X KEEPS; A FAILED UPDATE FAILS THE MOVE AS         *
      * UPD-FAIL.                                                      *
      ******************************************************************
       4010-UPDATE-X.
           PERFORM 4500-AUDIT-HISTORY

           EXEC SQL
               UPDATE   X
                  SET   RING     = :X-RING,
                        RING_QTY = :X-RING-QTY
               WHERE    ROG            = :X-ROG
                  AND   CORP_ITEM_CD   = :X-CORP-ITEM-CD
                  AND   UPC_MANUF      = :X-UPC-MANUF
                  AND   UPC_SALES      = :X-UPC-SALES
                  AND   UPC_COUNTRY    = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :X-UPC-SYSTEM
                  AND   UNIT_TYPE      = :X-UNIT-TYPE
           END-EXEC

           IF SQLCODE = 0
               PERFORM 4600-AUDIT-INSERT-HISTORY
               PERFORM 4700-POS-INTERFACE-PARA
           ELSE
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'UPD-FAIL' TO WS-EDIT-REASON
           END-IF.

      ******************************************************************
      * AUDIT IMAGE: THE RING AND RING_QTY BEING REPLACED (FETCHED BY  *
      * 2900-FETCH-X-ROW) AND THE NEW ONES.  PACK_RETAIL DOES NOT      *
      * MOVE.                                                          *
      * NO COUPON NETTING IS APPLIED TO AN AD OR A RESTORED REGULAR    *
      * RING, SO THE GROSS RING IS THE NEW RING.                       *
      ******************************************************************
       4500-AUDIT-HISTORY.
           MOVE X-RING-TYPE        TO AUD-OLD-RING
           MOVE X-CUR-RING-QTY     TO AUD-OLD-RING-QTY
           MOVE X-PACK-RETAIL      TO AUD-OLD-PACK-RETAIL
           IF AUD-OLD-RING NOT = X-RING
              OR AUD-OLD-RING-QTY NOT = X-RING-QTY
               SET WS-PRICE-CHANGED TO TRUE
           ELSE
               MOVE 'N' TO WS-PRICE-CHANGED-SW
           END-IF

           MOVE X-ROG              TO AUD-ROG
           MOVE X-CORP-ITEM-CD     TO AUD-CORP-ITEM-CD
           MOVE X-UPC-MANUF        TO AUD-UPC-MANUF
           MOVE X-UPC-SALES        TO AUD-UPC-SALES
           MOVE X-UPC-COUNTRY      TO AUD-UPC-COUNTRY
           MOVE X-UPC-SYSTEM       TO AUD-UPC-SYSTEM
           MOVE X-UNIT-TYPE        TO AUD-UNIT-TYPE
           MOVE X-RING             TO AUD-NEW-RING
           MOVE X-RING             TO AUD-GROSS-RING
           MOVE X-RING-QTY         TO AUD-NEW-RING-QTY
           MOVE X-PACK-RETAIL      TO AUD-NEW-PACK-RETAIL
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
      * 4700-POS-INTERFACE-PARA WRITES, SO THE REGISTERS PICK UP THE   *
      * AD PRICE THE MORNING IT STARTS AND DROP IT THE MORNING AFTER   *
      * IT ENDS.                                                       *
      ******************************************************************
       4700-POS-INTERFACE-PARA.
           IF WS-PRICE-CHANGED
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
               WRITE POSI-RECORD
           END-IF.

      ******************************************************************
      * RECORD THE PROMOTION'S NEW STATE.  THE ROW IS KEYED BY THE     *
      * FULL TABLE-X KEY PLUS START DATE AND THE STATUS THIS PASS IS   *
      * MOVING IT OUT OF (WS-FROM-STATUS), SO A ROW ALREADY CLOSED OUT *
      * ON THE SAME KEY AND START DATE CAN NEVER BE CAUGHT UP IN IT.   *
      ******************************************************************
       4800-SET-PROMO-STATUS.
           EXEC SQL
               UPDATE   X_PROMO
                  SET   PROMO_STATUS  = :PRM-PROMO-STATUS,
                        REG_RING      = :PRM-REG-RING,
                        REG_RING_QTY  = :PRM-REG-RING-QTY,
                        REJECT_REASON = :PRM-REJECT-REASON
               WHERE    ROG            = :PRM-ROG
                  AND   CORP_ITEM_CD   = :PRM-CORP-ITEM-CD
                  AND   UPC_MANUF      = :PRM-UPC-MANUF
                  AND   UPC_SALES      = :PRM-UPC-SALES
                  AND   UPC_COUNTRY    = :PRM-UPC-COUNTRY
                  AND   UPC_SYSTEM     = :PRM-UPC-SYSTEM
                  AND   UNIT_TYPE      = :PRM-UNIT-TYPE
                  AND   START_DATE     = :PRM-START-DATE
                  AND   PROMO_STATUS   = :WS-FROM-STATUS
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "TBXPROMO - X_PROMO STATUS UPDATE FAILED "
                       "SQLCODE=" SQLCODE " ROG=" PRM-ROG
                       " ITEM=" PRM-CORP-ITEM-CD
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF.

      ******************************************************************
      * COMMIT EVERY WS-CKPT-INTERVAL PROMOTION MOVES, SIZED LIKE      *
      * TESTDB2'S CHECKPOINT CADENCE.  EACH MOVE (X UPDATE, X_HIST,    *
      * X_PROMO STATUS) IS COMPLETE BEFORE IT COUNTS, SO A COMMIT      *
      * NEVER SPLITS ONE.                                              *
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
           MOVE 'PROMO CARDS READ'     TO WS-RPT-LABEL
           MOVE WS-CARD-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ROG PROMOS SCHEDULED'  TO WS-RPT-LABEL
           MOVE WS-LOADED-CT           TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'UPC ROWS SCHEDULED'   TO WS-RPT-LABEL
           MOVE WS-SCHEDULED-CT        TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'PROMO RINGS STARTED'  TO WS-RPT-LABEL
           MOVE WS-STARTED-CT          TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REGULAR RINGS RESTORED' TO WS-RPT-LABEL
           MOVE WS-RESTORED-CT         TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'EXPIRED NEVER STARTED' TO WS-RPT-LABEL
           MOVE WS-EXPIRED-CT          TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'MOVES HELD FOR RETRY' TO WS-RPT-LABEL
           MOVE WS-HELD-CT             TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'RECORDS SUSPENDED'    TO WS-RPT-LABEL
           MOVE WS-REJECT-CT           TO WS-RPT-VALUE
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE SUSPENSE-FILE
                 POS-INTRFC-FILE
                 PROMO-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "PROMO CARDS READ     : " WS-CARD-READ-CT.
           DISPLAY "ROG PROMOS SCHEDULED : " WS-LOADED-CT.
           DISPLAY "UPC ROWS SCHEDULED   : " WS-SCHEDULED-CT.
           DISPLAY "PROMO RINGS STARTED  : " WS-STARTED-CT.
           DISPLAY "REG RINGS RESTORED   : " WS-RESTORED-CT.
           DISPLAY "EXPIRED NEVER STARTED: " WS-EXPIRED-CT.
           DISPLAY "MOVES HELD FOR RETRY : " WS-HELD-CT.
           DISPLAY "RECORDS SUSPENDED    : " WS-REJECT-CT.
           DISPLAY "------------------------------------------------".

      ******************************************************************
      * STORE REPORT.  THE NIGHT'S WORK IS COMMITTED FIRST SO THE LIST *
      * SHOWS EXACTLY WHAT IS NOW ON X.  EACH LINE IS CLASSED FOR THE  *
      * STORES:                                                        *
      *   STARTS TODAY  LIVE, FIRST DAY TODAY (SIGNS SHOULD BE UP)     *
      *   STARTS TMRW   SCHEDULED FOR TOMORROW (PUT SIGNS UP TONIGHT)  *
      *   ENDS TODAY    LIVE, LAST DAY TODAY (SIGNS COME DOWN TONIGHT) *
      *   ENDED         REGULAR RING RESTORED THIS MORNING             *
      *   LIVE          MID-RUN                                        *
      *   REVERT HELD   PAST ITS END DATE BUT THE RESTORE WAS REFUSED  *
      *                 -- STILL RINGING THE AD PRICE, SEE SUSPENSE    *
      ******************************************************************
       7000-PROMO-REPORT.
           EXEC SQL
               COMMIT
           END-EXEC

           EXEC SQL
               OPEN PROMO_LIST
           END-EXEC

           PERFORM UNTIL WS-LIST-EOF
               EXEC SQL
                   FETCH    PROMO_LIST
                   INTO    :PRM-ROG,
                           :PRM-CORP-ITEM-CD,
                           :PRM-PROMO-STATUS,
                           :PRM-PROMO-RING,
                           :PRM-PROMO-RING-QTY,
                           :PRM-REG-RING,
                           :PRM-REG-RING-QTY,
                           :PRM-START-DATE,
                           :PRM-END-DATE,
                           :WS-RPT-UPC-CT
               END-EXEC
               IF SQLCODE = 100
                   SET WS-LIST-EOF TO TRUE
               ELSE
                   PERFORM 7100-WRITE-PROMO-LINE
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE PROMO_LIST
           END-EXEC

           IF WS-ROG-LINE-CT > ZERO
               PERFORM 7200-ROG-TOTAL
           END-IF.

       7100-WRITE-PROMO-LINE.
           IF PRM-ROG NOT = WS-PREV-ROG
               IF WS-ROG-LINE-CT > ZERO
                   PERFORM 7200-ROG-TOTAL
               END-IF
               MOVE PRM-ROG TO WS-PREV-ROG
               MOVE PRM-ROG TO WS-R-ROG
               MOVE SPACES TO PROMO-RPT-RECORD
               WRITE PROMO-RPT-RECORD FROM WS-ROG-LINE
               MOVE SPACES TO PROMO-RPT-RECORD
               WRITE PROMO-RPT-RECORD FROM WS-HDG-LINE-2
           END-IF

           EVALUATE TRUE
               WHEN PRM-SCHEDULED
                   MOVE 'STARTS TMRW'  TO WS-D-STATUS
                   ADD 1 TO WS-ROG-START-CT
               WHEN PRM-ENDED
                   MOVE 'ENDED'        TO WS-D-STATUS
                   ADD 1 TO WS-ROG-END-CT
               WHEN PRM-END-DATE < WS-CURRENT-ISO
                   MOVE 'REVERT HELD'  TO WS-D-STATUS
                   ADD 1 TO WS-ROG-LIVE-CT
               WHEN PRM-START-DATE = WS-CURRENT-ISO
                   MOVE 'STARTS TODAY' TO WS-D-STATUS
                   ADD 1 TO WS-ROG-START-CT
               WHEN PRM-END-DATE = WS-CURRENT-ISO
                   MOVE 'ENDS TODAY'   TO WS-D-STATUS
                   ADD 1 TO WS-ROG-END-CT
               WHEN OTHER
                   MOVE 'LIVE'         TO WS-D-STATUS
                   ADD 1 TO WS-ROG-LIVE-CT
           END-EVALUATE

           MOVE PRM-CORP-ITEM-CD       TO WS-D-CORP-ITEM-CD
           MOVE SPACES                 TO WS-D-PROMO-QTY-GRP
                                          WS-D-REG-QTY-GRP
           IF PRM-PROMO-RING-QTY > 1
               MOVE PRM-PROMO-RING-QTY TO WS-D-PROMO-QTY
               MOVE '/'                TO WS-D-PROMO-SLASH
           END-IF
           IF PRM-REG-RING-QTY > 1
               MOVE PRM-REG-RING-QTY   TO WS-D-REG-QTY
               MOVE '/'                TO WS-D-REG-SLASH
           END-IF
           MOVE PRM-PROMO-RING         TO WS-D-PROMO-RING
           MOVE PRM-REG-RING           TO WS-D-REG-RING
           MOVE PRM-START-DATE         TO WS-D-START-DATE
           MOVE PRM-END-DATE           TO WS-D-END-DATE
           MOVE WS-RPT-UPC-CT          TO WS-D-UPC-CT
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-DETAIL-LINE
           ADD 1 TO WS-ROG-LINE-CT
           ADD 1 TO WS-LISTED-CT.

       7200-ROG-TOTAL.
           MOVE WS-ROG-START-CT TO WS-T-START-CT
           MOVE WS-ROG-END-CT   TO WS-T-END-CT
           MOVE WS-ROG-LIVE-CT  TO WS-T-LIVE-CT
           MOVE SPACES TO PROMO-RPT-RECORD
           WRITE PROMO-RPT-RECORD FROM WS-ROG-TOTAL-LINE
           MOVE ZERO TO WS-ROG-START-CT
                        WS-ROG-END-CT
                        WS-ROG-LIVE-CT
                        WS-ROG-LINE-CT.

      ******************************************************************
      * JOB-RUN LEDGER GATE, BEFORE ANY FILE IS OPENED.  TAKE THE RUN  *
      * CARD IF ONE WAS SUPPLIED FOR THIS JOB, FIX THE BUSINESS DATE,  *
      * AND REFUSE TO RUN -- RETURN CODE 12 -- WHILE ANY PREDECESSOR   *
      * ON JOB_PRED HAS NOT ENDED NORMALLY FOR THAT DATE, UNLESS THE   *
      * CARD OVERRIDES THE CHECK.  THE REFUSAL IS LEDGERED TOO, SO THE *
      * MORNING RUN-STATUS REPORT SHOWS WHY THE JOB DID NOTHING.       *
      ******************************************************************
       8000-LEDGER-GATE.
           MOVE 'TBXPROMO' TO JRL-JOB-NAME
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
               DISPLAY "TBXPROMO - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXPROMO - " JRL-MISSING-DSP
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
                   DISPLAY "TBXPROMO - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXPROMO - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXPROMO - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXPROMO - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXPROMO - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE WS-CARD-READ-CT       TO JRL-COUNT-1
               MOVE 'PROMOS STARTED'      TO JRL-COUNT-LBL-2
               MOVE WS-STARTED-CT         TO JRL-COUNT-2
               MOVE 'RINGS RESTORED'      TO JRL-COUNT-LBL-3
               MOVE WS-RESTORED-CT        TO JRL-COUNT-3
               MOVE 'SUSPENDED'           TO JRL-COUNT-LBL-4
               MOVE WS-REJECT-CT          TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
