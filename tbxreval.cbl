       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXREVAL.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * PERIOD-END PRICE-CHANGE INVENTORY REVALUATION FOR FINANCE.     *
      * EVERY RING CHANGE IN X_HIST MOVES THE RETAIL VALUE OF THE      *
      * STOCK ON THE SHELF.  THIS JOB TAKES THE STORES' NIGHTLY        *
      * ON-HAND FILE BY ROG/CORP_ITEM_CD AND APPLIES IT TO EVERY       *
      * X_HIST ROW (AND EVERY PURGED ROW NOW IN X_HIST_ARCH) CHANGED   *
      * IN THE ACCOUNTING PERIOD ON THE PARM CARD: ON-HAND TIMES THE   *
      * PER-UNIT NEW RING LESS THE PER-UNIT OLD RING, SPLIT INTO THE   *
      * SHELF-PRICE MOVE (TO GROSS_RING, THE RING AS FED) AND THE      *
      * COUPON PORTION (GROSS_RING TO THE NETTED NEW_RING).  SHELF     *
      * MOVES ARE BOOKED AS MARKDOWN OR MARKUP DOLLARS BY ROG,         *
      * RETAIL_SECT AND SOURCE JOB_ID.  A TBXBKOUT REVERSAL IS NOT     *
      * NEW ACTIVITY: IT IS POSTED UNDER THE JOB_ID OF THE RUN IT      *
      * UNDID AND OFFSETS THAT RUN'S MARKDOWN OR MARKUP.  OUTPUTS ARE  *
      * THE FIXED-FORMAT JOURNAL EXTRACT FOR THE GENERAL LEDGER        *
      * INTERFACE (HEADER, ONE DETAIL PER ROG/SECT/JOB/ENTRY TYPE,     *
      * TRAILER WITH COUNT AND DEBIT/CREDIT TOTALS) AND THE PRINTED    *
      * PERIOD-END REPORT, WHICH PROVES ITS OWN TOTALS AGAINST WHAT    *
      * WENT TO THE JOURNAL.                                           *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT ON-HAND-FILE     ASSIGN TO ONHFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ONHAND-STATUS.

           SELECT GL-JOURNAL-FILE  ASSIGN TO GLEXTRCT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-GLEXT-STATUS.

           SELECT REVAL-RPT        ASSIGN TO REVALRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-REVRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PARM CARD: THE PERIOD'S DATE RANGE (CCYYMMDD, INCLUSIVE) AND   *
      * THE ACCOUNTING PERIOD (CCYYMM) THE JOURNAL IS BOOKED TO --     *
      * DEFAULT THE MONTH OF THE FROM DATE.  A MISSING CARD FAILS THE  *
      * JOB; A JOURNAL BOOKED TO THE WRONG PERIOD IS WORSE THAN NONE.  *
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-FROM-DATE          PIC 9(08).
           05  PARM-TO-DATE            PIC 9(08).
           05  PARM-PERIOD             PIC 9(06).
           05  FILLER                  PIC X(58).

      ******************************************************************
      * THE STORES' NIGHTLY ON-HAND FILE, SORTED BY ROG AND            *
      * CORP_ITEM_CD.  UNITS ON HAND CARRY A LEADING SIGN -- A STORE   *
      * SYSTEM CAN BOOK AN ITEM BELOW ZERO -- AND SEVERAL RECORDS FOR  *
      * ONE ITEM (BACKROOM, SALES FLOOR) ARE ADDED TOGETHER.           *
      ******************************************************************
       FD  ON-HAND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ON-HAND-RECORD.
           05  OH-ROG                  PIC X(03).
           05  OH-CORP-ITEM-CD         PIC 9(09).
           05  OH-ON-HAND-QTY          PIC S9(07)
                                       SIGN LEADING SEPARATE.
           05  OH-COUNT-DATE           PIC 9(08).
           05  FILLER                  PIC X(52).

      ******************************************************************
      * GENERAL LEDGER JOURNAL EXTRACT.  ONE HEADER, ONE DETAIL PER    *
      * ROG/RETAIL_SECT/SOURCE JOB/ENTRY TYPE ('MD' MARKDOWN, 'MU'     *
      * MARKUP, 'CP' COUPON), ONE TRAILER.  AMOUNTS ARE UNSIGNED WITH  *
      * THE SIDE OF THE INVENTORY-AT-RETAIL ACCOUNT IN THE DEBIT/      *
      * CREDIT INDICATOR: A MARKDOWN CREDITS INVENTORY, A MARKUP       *
      * DEBITS IT.  THE TRAILER'S COUNT AND DEBIT/CREDIT TOTALS LET    *
      * THE INTERFACE PROVE IT RECEIVED THE WHOLE FILE.                *
      ******************************************************************
       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  GL-JOURNAL-RECORD.
           05  GL-REC-TYPE             PIC X(01).
           05  GL-INTERFACE-ID         PIC X(08).
           05  GL-PERIOD               PIC 9(06).
           05  GL-POST-DATE            PIC 9(08).
           05  GL-ROG                  PIC X(03).
           05  GL-RETAIL-SECT          PIC X(02).
           05  GL-SOURCE-JOB-ID        PIC X(08).
           05  GL-ENTRY-TYPE           PIC X(02).
           05  GL-DR-CR-IND            PIC X(01).
           05  GL-AMOUNT               PIC 9(11)V99.
           05  GL-CHANGE-CT            PIC 9(07).
           05  FILLER                  PIC X(41).

       01  GL-HEADER-RECORD.
           05  GH-REC-TYPE             PIC X(01).
           05  GH-INTERFACE-ID         PIC X(08).
           05  GH-PERIOD               PIC 9(06).
           05  GH-FROM-DATE            PIC 9(08).
           05  GH-TO-DATE              PIC 9(08).
           05  GH-CREATED-TS           PIC X(26).
           05  FILLER                  PIC X(43).

       01  GL-TRAILER-RECORD.
           05  GT-REC-TYPE             PIC X(01).
           05  GT-INTERFACE-ID         PIC X(08).
           05  GT-PERIOD               PIC 9(06).
           05  GT-RECORD-COUNT         PIC 9(09).
           05  GT-DEBIT-TOTAL          PIC 9(13)V99.
           05  GT-CREDIT-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(46).

       FD  REVAL-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  REVAL-RPT-RECORD           PIC X(133).

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
           05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           05  WS-ONHAND-STATUS        PIC X(02) VALUE '00'.
           05  WS-GLEXT-STATUS         PIC X(02) VALUE '00'.
           05  WS-REVRPT-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SW          PIC X     VALUE 'N'.
               88  WS-HIST-EOF             VALUE 'Y'.
           05  WS-BKT-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-BKT-FOUND            VALUE 'Y'.
           05  WS-JOB-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-JOB-FOUND            VALUE 'Y'.
           05  WS-ORIG-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-ORIG-FOUND           VALUE 'Y'.
           05  WS-SAME-CHANGE-SW       PIC X     VALUE 'N'.
               88  WS-SAME-CHANGE          VALUE 'Y'.

       01  WS-CONTROL-COUNTERS.
           05  WS-HIST-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-VALUED-CT            PIC 9(9)  VALUE ZERO.
           05  WS-UPC-DUP-CT           PIC 9(9)  VALUE ZERO.
           05  WS-SETUP-CT             PIC 9(9)  VALUE ZERO.
           05  WS-NO-MOVE-CT           PIC 9(9)  VALUE ZERO.
           05  WS-NO-STOCK-CT          PIC 9(9)  VALUE ZERO.
           05  WS-REV-OFFSET-CT        PIC 9(9)  VALUE ZERO.
           05  WS-REV-PRIOR-CT         PIC 9(9)  VALUE ZERO.
           05  WS-REV-UNMATCHED-CT     PIC 9(9)  VALUE ZERO.
           05  WS-OH-READ-CT           PIC 9(9)  VALUE ZERO.
           05  WS-OH-BAD-CT            PIC 9(9)  VALUE ZERO.
           05  WS-OH-NEGATIVE-CT       PIC 9(9)  VALUE ZERO.
           05  WS-JRNL-REC-CT          PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-FROM-DATE-ISO        PIC X(10) VALUE SPACES.
           05  WS-TO-DATE-ISO          PIC X(10) VALUE SPACES.
           05  WS-PERIOD               PIC 9(06) VALUE ZERO.
           05  WS-CUR-ROG              PIC X(03) VALUE HIGH-VALUES.
           05  WS-ITEM-ON-HAND         PIC S9(9)  COMP-3 VALUE ZERO.
           05  WS-OH-QTY               PIC S9(9)  COMP-3 VALUE ZERO.
      *    RETAIL DOLLAR EFFECT OF ONE CHANGE, WHOLE AND SPLIT.  THE
      *    SHELF PORTION IS THE REMAINDER AFTER THE COUPON PORTION IS
      *    ROUNDED, SO THE TWO ALWAYS ADD BACK TO THE WHOLE.
           05  WS-TOTAL-EFFECT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUPON-EFFECT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-SHELF-EFFECT         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-JRNL-EFFECT          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JRNL-ENTRY-TYPE      PIC X(02) VALUE SPACES.
           05  WS-NET-EFFECT           PIC S9(13)V99 COMP-3 VALUE ZERO.

      ******************************************************************
      * ON-HAND MATCH KEYS.  THE FILE AND THE HISTORY CURSOR ARE BOTH  *
      * IN ROG/CORP_ITEM_CD ORDER, SO EACH ITEM'S ON-HAND IS PICKED UP *
      * IN ONE FORWARD PASS.  A FILE OUT OF ORDER WOULD SILENTLY LOSE  *
      * STOCK FROM THE REVALUATION, SO IT FAILS THE JOB INSTEAD.       *
      ******************************************************************
       01  WS-OH-KEY.
           05  WS-OH-KEY-ROG           PIC X(03) VALUE LOW-VALUES.
           05  WS-OH-KEY-ITEM          PIC 9(09) VALUE ZERO.
       01  WS-OH-PREV-KEY              PIC X(12) VALUE LOW-VALUES.
       01  WS-HIST-ITEM-KEY.
           05  WS-HI-KEY-ROG           PIC X(03) VALUE HIGH-VALUES.
           05  WS-HI-KEY-ITEM          PIC 9(09) VALUE ZERO.

      ******************************************************************
      * ONE PRICE CHANGE ON AN ITEM WITH SEVERAL UPCS IS SEVERAL       *
      * X_HIST ROWS, BUT THE ON-HAND IS FOR THE ITEM.  THE CURSOR      *
      * BRINGS THE ROWS OF ONE CHANGE (SAME DAY, JOB AND RINGS)        *
      * TOGETHER IN UPC ORDER; ONLY THE FIRST UPC'S ROWS ARE VALUED,   *
      * SO A SECOND CHANGE TO THAT SAME UPC STILL COUNTS.              *
      ******************************************************************
       01  WS-PREV-CHANGE.
           05  WS-PC-DATE              PIC X(10) VALUE SPACES.
           05  WS-PC-JOB-ID            PIC X(08) VALUE SPACES.
           05  WS-PC-OLD-RING          PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-PC-NEW-RING          PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-PC-GROSS-RING        PIC S9(5)V99  COMP-3 VALUE ZERO.
           05  WS-PC-OLD-RING-QTY      PIC S9(4)     COMP VALUE ZERO.
           05  WS-PC-NEW-RING-QTY      PIC S9(4)     COMP VALUE ZERO.
       01  WS-GRP-UPC-KEY              PIC X(16) VALUE SPACES.
       01  WS-HIST-UPC-KEY.
           05  WS-HU-UPC-MANUF         PIC 9(06).
           05  WS-HU-UPC-SALES         PIC 9(05).
           05  WS-HU-UPC-COUNTRY       PIC 9(03).
           05  WS-HU-UPC-SYSTEM        PIC 9(01).
           05  WS-HU-UNIT-TYPE         PIC X(01).

      ******************************************************************
      * THE RUN A TBXBKOUT REVERSAL UNDID, FOR POSTING THE OFFSET      *
      * UNDER ITS JOB_ID AND BACKING OUT ITS COUPON PORTION.           *
      ******************************************************************
       01  WS-ORIG-HOST-FIELDS.
           05  OG-JOB-ID               PIC X(08).
           05  OG-NEW-RING             PIC S9(5)V99  COMP-3.
           05  OG-GROSS-RING           PIC S9(5)V99  COMP-3.
           05  OG-NEW-RING-QTY         PIC S9(4)     COMP.
           05  OG-CHANGE-TS            PIC X(26).

      ******************************************************************
      * RETAIL_SECT LOOKUP CACHE, AS IN TBXHDIG.                       *
      ******************************************************************
       01  WS-SECT-LOOKUP.
           05  WS-LKP-ROG              PIC X(03) VALUE HIGH-VALUES.
           05  WS-LKP-CORP-ITEM-CD     PIC 9(09) VALUE ZERO.
           05  WS-LKP-RETAIL-SECT      PIC X(02) VALUE SPACES.

      ******************************************************************
      * WHAT ONE VALUED ROW POSTS, AND UNDER WHICH SOURCE JOB.  AN     *
      * OFFSET CARRIES NEGATIVE MARKDOWN OR MARKUP DOLLARS.            *
      ******************************************************************
       01  WS-POSTING.
           05  WS-POST-JOB-ID          PIC X(08).
           05  WS-POST-CHG-CT          PIC 9(01).
           05  WS-POST-REV-CT          PIC 9(01).
           05  WS-POST-MARKDOWN        PIC S9(11)V99 COMP-3.
           05  WS-POST-MARKUP          PIC S9(11)V99 COMP-3.
           05  WS-POST-COUPON          PIC S9(11)V99 COMP-3.

      ******************************************************************
      * ONE ROG'S BUCKETS BY RETAIL_SECT/SOURCE JOB, KEPT IN KEY ORDER *
      * AS THEY ARE ADDED AND FLUSHED TO THE REPORT AND THE JOURNAL AT *
      * EACH ROG BREAK.  THE LAST ENTRY IS RESERVED AS A '**'/OVERFLOW *
      * CATCH-ALL ONCE 499 PAIRS ARE IN PLAY, THE SAME OVERFLOW RULE   *
      * AS TBXHDIG, SO THE JOURNAL STILL CARRIES EVERY DOLLAR.         *
      ******************************************************************
       01  WS-BKT-TABLE.
           05  WS-BKT-ENTRY OCCURS 500 TIMES.
               10  WS-BK-KEY.
                   15  WS-BK-SECT      PIC X(02).
                   15  WS-BK-JOB-ID    PIC X(08).
               10  WS-BK-CHG-CT        PIC 9(7)  COMP-3.
               10  WS-BK-REV-CT        PIC 9(7)  COMP-3.
               10  WS-BK-MARKDOWN      PIC S9(11)V99 COMP-3.
               10  WS-BK-MARKUP        PIC S9(11)V99 COMP-3.
               10  WS-BK-COUPON        PIC S9(11)V99 COMP-3.
       01  WS-BKT-MAX                  PIC 9(03) VALUE ZERO.
       01  WS-BKT-IX                   PIC 9(03) VALUE 01.
       01  WS-BKT-TO                   PIC 9(03) VALUE 01.
       01  WS-NEW-BK-KEY.
           05  WS-NB-SECT              PIC X(02).
           05  WS-NB-JOB-ID            PIC X(08).

      ******************************************************************
      * PERIOD TOTALS BY SOURCE JOB ACROSS ALL ROGS.  LAST ENTRY IS    *
      * THE 'OTHER' CATCH-ALL.                                         *
      ******************************************************************
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 50 TIMES.
               10  WS-JT-JOB-ID        PIC X(08).
               10  WS-JT-CHG-CT        PIC 9(7)  COMP-3.
               10  WS-JT-REV-CT        PIC 9(7)  COMP-3.
               10  WS-JT-MARKDOWN      PIC S9(11)V99 COMP-3.
               10  WS-JT-MARKUP        PIC S9(11)V99 COMP-3.
               10  WS-JT-COUPON        PIC S9(11)V99 COMP-3.
       01  WS-JOB-MAX                  PIC 9(02) VALUE ZERO.
       01  WS-JOB-IX                   PIC 9(02) VALUE 01.

      ******************************************************************
      * ROG AND GRAND TOTALS, POSTED ROW BY ROW ON THE REPORT SIDE,    *
      * AND THE JOURNAL TOTALS, ADDED AS EACH DETAIL IS WRITTEN.  THE  *
      * TWO ARE PROVED AGAINST EACH OTHER AT THE END OF THE RUN.       *
      ******************************************************************
       01  WS-ROG-TOTALS.
           05  WS-RT-CHG-CT            PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-RT-REV-CT            PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-RT-MARKDOWN          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RT-MARKUP            PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RT-COUPON            PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GT-CHG-CT            PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-GT-REV-CT            PIC 9(7)  COMP-3 VALUE ZERO.
           05  WS-GT-MARKDOWN          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-MARKUP            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-COUPON            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-JOURNAL-TOTALS.
           05  WS-JN-MARKDOWN          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JN-MARKUP            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JN-COUPON            PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JN-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-JN-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(45) VALUE
                   'PRICE-CHANGE INVENTORY REVALUATION - PERIOD'.
               10  WS-H-PERIOD         PIC 9(06).
               10  FILLER              PIC X(07) VALUE '  FROM'.
               10  WS-H-FROM-DATE      PIC 9(08).
               10  FILLER              PIC X(04) VALUE ' TO'.
               10  WS-H-TO-DATE        PIC 9(08).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(05) VALUE 'SECT'.
               10  FILLER              PIC X(10) VALUE 'SOURCE'.
               10  FILLER              PIC X(09) VALUE 'CHANGES'.
               10  FILLER              PIC X(09) VALUE 'REVERSED'.
               10  FILLER              PIC X(17) VALUE
                   '       MARKDOWN'.
               10  FILLER              PIC X(17) VALUE
                   '         MARKUP'.
               10  FILLER              PIC X(17) VALUE
                   '         COUPON'.
               10  FILLER              PIC X(17) VALUE
                   '     NET EFFECT'.
           05  WS-DETAIL-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-D-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-KEY.
                   15  WS-D-SECT       PIC X(02).
                   15  WS-D-KEY-GAP    PIC X(03).
                   15  WS-D-JOB-ID     PIC X(08).
               10  WS-D-KEY-TEXT REDEFINES WS-D-KEY
                                       PIC X(13).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-CHG-CT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-REV-CT         PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-D-MARKDOWN       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-MARKUP         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-COUPON         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-D-NET            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  WS-SECTION-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-SECTION-TEXT     PIC X(60).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.
           05  WS-AMOUNT-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-AMT-LABEL        PIC X(25).
               10  WS-AMT-VALUE        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

      ******************************************************************
      * EVERY X_HIST ROW CHANGED IN THE PERIOD, PLUS ANY ALREADY MOVED *
      * TO X_HIST_ARCH BY TBXHPURG (A PURGED ROW IS NO LONGER IN       *
      * X_HIST, SO NOTHING IS READ TWICE).  ROG/ITEM ORDER FOR THE     *
      * ON-HAND MATCH, THEN THE ROWS OF ONE CHANGE TOGETHER BY UPC.    *
      ******************************************************************
       EXEC SQL
           DECLARE REVAL_HIST CURSOR FOR
           SELECT   H.ROG, H.CORP_ITEM_CD, H.UPC_MANUF, H.UPC_SALES,
                    H.UPC_COUNTRY, H.UPC_SYSTEM, H.UNIT_TYPE,
                    H.OLD_RING, H.NEW_RING, H.GROSS_RING,
                    H.OLD_RING_QTY, H.NEW_RING_QTY,
                    H.OLD_PACK_RETAIL, H.NEW_PACK_RETAIL,
                    H.CHANGE_TIMESTAMP, H.JOB_ID,
                    H.REV_JOB_ID, H.REV_CHANGE_TS
           FROM   ( SELECT ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                           UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHANGE_TIMESTAMP, JOB_ID,
                           REV_JOB_ID, REV_CHANGE_TS
                    FROM   X_HIST
                    WHERE  DATE(CHANGE_TIMESTAMP) >= :WS-FROM-DATE-ISO
                      AND  DATE(CHANGE_TIMESTAMP) <= :WS-TO-DATE-ISO
                    UNION ALL
                    SELECT ROG, CORP_ITEM_CD, UPC_MANUF, UPC_SALES,
                           UPC_COUNTRY, UPC_SYSTEM, UNIT_TYPE,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHANGE_TIMESTAMP, JOB_ID,
                           REV_JOB_ID, REV_CHANGE_TS
                    FROM   X_HIST_ARCH
                    WHERE  DATE(CHANGE_TIMESTAMP) >= :WS-FROM-DATE-ISO
                      AND  DATE(CHANGE_TIMESTAMP) <= :WS-TO-DATE-ISO
                  ) AS H
           ORDER BY H.ROG, H.CORP_ITEM_CD, DATE(H.CHANGE_TIMESTAMP),
                    H.JOB_ID, H.OLD_RING, H.NEW_RING, H.GROSS_RING,
                    H.OLD_RING_QTY, H.NEW_RING_QTY,
                    H.UPC_MANUF, H.UPC_SALES, H.UPC_COUNTRY,
                    H.UPC_SYSTEM, H.UNIT_TYPE, H.CHANGE_TIMESTAMP
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REVALUE-HISTORY
           PERFORM 4000-JOB-SUMMARY
           PERFORM 5000-JOURNAL-CONTROL
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
      * READ THE PERIOD PARM CARD, OPEN THE ON-HAND FILE AND PRIME IT, *
      * WRITE THE JOURNAL HEADER AND THE REPORT HEADINGS.  DATES GO TO *
      * DB2 AS ISO THE SAME WAY TBXHDIG CARRIES THEM.                  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARM-FILE
           OPEN INPUT  ON-HAND-FILE
           OPEN OUTPUT GL-JOURNAL-FILE
           OPEN OUTPUT REVAL-RPT

           READ PARM-FILE
               AT END
                   DISPLAY "TBXREVAL - PERIOD PARM CARD MISSING - ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
           END-READ

           IF PARM-FROM-DATE IS NOT NUMERIC
              OR PARM-TO-DATE IS NOT NUMERIC
              OR PARM-FROM-DATE = ZERO
              OR PARM-TO-DATE = ZERO
              OR PARM-TO-DATE < PARM-FROM-DATE
               DISPLAY "TBXREVAL - BAD DATE RANGE ON PARM CARD - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF

           IF PARM-PERIOD IS NUMERIC
              AND PARM-PERIOD > ZERO
               MOVE PARM-PERIOD          TO WS-PERIOD
           ELSE
               MOVE PARM-FROM-DATE (1:6) TO WS-PERIOD
           END-IF

           IF WS-ONHAND-STATUS NOT = '00'
               DISPLAY "TBXREVAL - ON-HAND FILE WILL NOT OPEN STATUS="
                       WS-ONHAND-STATUS " - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF

           MOVE PARM-FROM-DATE (1:4)   TO WS-FROM-DATE-ISO (1:4)
           MOVE '-'                    TO WS-FROM-DATE-ISO (5:1)
           MOVE PARM-FROM-DATE (5:2)   TO WS-FROM-DATE-ISO (6:2)
           MOVE '-'                    TO WS-FROM-DATE-ISO (8:1)
           MOVE PARM-FROM-DATE (7:2)   TO WS-FROM-DATE-ISO (9:2)

           MOVE PARM-TO-DATE (1:4)     TO WS-TO-DATE-ISO (1:4)
           MOVE '-'                    TO WS-TO-DATE-ISO (5:1)
           MOVE PARM-TO-DATE (5:2)     TO WS-TO-DATE-ISO (6:2)
           MOVE '-'                    TO WS-TO-DATE-ISO (8:1)
           MOVE PARM-TO-DATE (7:2)     TO WS-TO-DATE-ISO (9:2)

           PERFORM 1100-READ-ON-HAND

           MOVE SPACES                 TO GL-HEADER-RECORD
           MOVE 'H'                    TO GH-REC-TYPE
           MOVE 'TBXREVAL'             TO GH-INTERFACE-ID
           MOVE WS-PERIOD              TO GH-PERIOD
           MOVE PARM-FROM-DATE         TO GH-FROM-DATE
           MOVE PARM-TO-DATE           TO GH-TO-DATE
           MOVE JRL-RUN-TIMESTAMP      TO GH-CREATED-TS
           WRITE GL-HEADER-RECORD

           MOVE WS-PERIOD              TO WS-H-PERIOD
           MOVE PARM-FROM-DATE         TO WS-H-FROM-DATE
           MOVE PARM-TO-DATE           TO WS-H-TO-DATE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-HDG-LINE-1
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-HDG-LINE-2.

      ******************************************************************
      * NEXT ON-HAND RECORD, SEQUENCE-CHECKED.  A QUANTITY THAT IS NOT *
      * NUMERIC COUNTS AS NO STOCK AND IS REPORTED IN THE TOTALS.      *
      ******************************************************************
       1100-READ-ON-HAND.
           READ ON-HAND-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OH-KEY
                   MOVE ZERO        TO WS-OH-QTY
               NOT AT END
                   ADD 1 TO WS-OH-READ-CT
                   MOVE OH-ROG          TO WS-OH-KEY-ROG
                   MOVE OH-CORP-ITEM-CD TO WS-OH-KEY-ITEM
                   IF OH-ON-HAND-QTY IS NUMERIC
                       MOVE OH-ON-HAND-QTY TO WS-OH-QTY
                   ELSE
                       ADD 1 TO WS-OH-BAD-CT
                       MOVE ZERO           TO WS-OH-QTY
                   END-IF
                   IF WS-OH-KEY < WS-OH-PREV-KEY
                       DISPLAY "TBXREVAL - ON-HAND FILE OUT OF SEQUENCE"
                               " AT " OH-ROG " " OH-CORP-ITEM-CD
                               " - ABEND"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8100-LEDGER-END
                       STOP RUN
                   END-IF
                   MOVE WS-OH-KEY TO WS-OH-PREV-KEY
           END-READ.

       2000-REVALUE-HISTORY.
           EXEC SQL
               OPEN REVAL_HIST
           END-EXEC

           PERFORM UNTIL WS-HIST-EOF
               EXEC SQL
                   FETCH    REVAL_HIST
                   INTO    :HIST-ROG,
                           :HIST-CORP-ITEM-CD,
                           :HIST-UPC-MANUF,
                           :HIST-UPC-SALES,
                           :HIST-UPC-COUNTRY,
                           :HIST-UPC-SYSTEM,
                           :HIST-UNIT-TYPE,
                           :HIST-OLD-RING,
                           :HIST-NEW-RING,
                           :HIST-GROSS-RING,
                           :HIST-OLD-RING-QTY,
                           :HIST-NEW-RING-QTY,
                           :HIST-OLD-PACK-RETAIL,
                           :HIST-NEW-PACK-RETAIL,
                           :HIST-CHANGE-TIMESTAMP,
                           :HIST-JOB-ID,
                           :HIST-REV-JOB-ID,
                           :HIST-REV-CHANGE-TS :HIST-REV-TS-IND
               END-EXEC
               IF SQLCODE = 100
                   SET WS-HIST-EOF TO TRUE
               ELSE
                   IF SQLCODE NOT = 0
                       DISPLAY "TBXREVAL - X_HIST FETCH FAILED SQLCODE="
                               SQLCODE " - ABEND"
                       MOVE 16 TO RETURN-CODE
                       PERFORM 8100-LEDGER-END
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HIST-READ-CT
                   PERFORM 2100-REVALUE-ONE-ROW
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE REVAL_HIST
           END-EXEC

           IF WS-CUR-ROG NOT = HIGH-VALUES
               PERFORM 3000-FLUSH-ROG
           END-IF.

      ******************************************************************
      * ROG BREAK FLUSHES THE LAST ROG'S BUCKETS; ITEM BREAK PICKS UP  *
      * THE ITEM'S ON-HAND AND RETAIL_SECT.  THEN THE ROW IS VALUED    *
      * UNLESS IT IS A FURTHER UPC OF A CHANGE ALREADY VALUED.         *
      ******************************************************************
       2100-REVALUE-ONE-ROW.
           IF HIST-ROG NOT = WS-CUR-ROG
               IF WS-CUR-ROG NOT = HIGH-VALUES
                   PERFORM 3000-FLUSH-ROG
               END-IF
               MOVE HIST-ROG TO WS-CUR-ROG
           END-IF

           IF HIST-ROG NOT = WS-HI-KEY-ROG
              OR HIST-CORP-ITEM-CD NOT = WS-HI-KEY-ITEM
               MOVE HIST-ROG          TO WS-HI-KEY-ROG
               MOVE HIST-CORP-ITEM-CD TO WS-HI-KEY-ITEM
               MOVE SPACES            TO WS-PC-DATE
               PERFORM 2200-LOOKUP-RETAIL-SECT
               PERFORM 2300-POSITION-ON-HAND
           END-IF

           MOVE HIST-UPC-MANUF   TO WS-HU-UPC-MANUF
           MOVE HIST-UPC-SALES   TO WS-HU-UPC-SALES
           MOVE HIST-UPC-COUNTRY TO WS-HU-UPC-COUNTRY
           MOVE HIST-UPC-SYSTEM  TO WS-HU-UPC-SYSTEM
           MOVE HIST-UNIT-TYPE   TO WS-HU-UNIT-TYPE

           MOVE 'N' TO WS-SAME-CHANGE-SW
           IF HIST-CHANGE-TIMESTAMP (1:10) = WS-PC-DATE
              AND HIST-JOB-ID       = WS-PC-JOB-ID
              AND HIST-OLD-RING     = WS-PC-OLD-RING
              AND HIST-NEW-RING     = WS-PC-NEW-RING
              AND HIST-GROSS-RING   = WS-PC-GROSS-RING
              AND HIST-OLD-RING-QTY = WS-PC-OLD-RING-QTY
              AND HIST-NEW-RING-QTY = WS-PC-NEW-RING-QTY
               SET WS-SAME-CHANGE TO TRUE
           ELSE
               MOVE HIST-CHANGE-TIMESTAMP (1:10) TO WS-PC-DATE
               MOVE HIST-JOB-ID       TO WS-PC-JOB-ID
               MOVE HIST-OLD-RING     TO WS-PC-OLD-RING
               MOVE HIST-NEW-RING     TO WS-PC-NEW-RING
               MOVE HIST-GROSS-RING   TO WS-PC-GROSS-RING
               MOVE HIST-OLD-RING-QTY TO WS-PC-OLD-RING-QTY
               MOVE HIST-NEW-RING-QTY TO WS-PC-NEW-RING-QTY
               MOVE WS-HIST-UPC-KEY   TO WS-GRP-UPC-KEY
           END-IF

           IF WS-SAME-CHANGE
              AND WS-HIST-UPC-KEY NOT = WS-GRP-UPC-KEY
               ADD 1 TO WS-UPC-DUP-CT
           ELSE
               PERFORM 2400-VALUE-CHANGE
           END-IF.

      ******************************************************************
      * RETAIL_SECT FOR THE ROW'S ROG/ITEM.  AN ITEM SINCE DELETED     *
      * FROM X IS STILL REVALUED, UNDER A BLANK SECTION.               *
      ******************************************************************
       2200-LOOKUP-RETAIL-SECT.
           IF HIST-ROG NOT = WS-LKP-ROG
              OR HIST-CORP-ITEM-CD NOT = WS-LKP-CORP-ITEM-CD
               MOVE HIST-ROG          TO WS-LKP-ROG
               MOVE HIST-CORP-ITEM-CD TO WS-LKP-CORP-ITEM-CD
               MOVE SPACES            TO WS-LKP-RETAIL-SECT
               EXEC SQL
                   SELECT   RETAIL_SECT
                   INTO    :WS-LKP-RETAIL-SECT
                   FROM     X
                   WHERE    ROG          = :WS-LKP-ROG
                      AND   CORP_ITEM_CD = :WS-LKP-CORP-ITEM-CD
                   FETCH FIRST ROW ONLY
               END-EXEC
               IF SQLCODE NOT = 0
                   MOVE SPACES TO WS-LKP-RETAIL-SECT
               END-IF
           END-IF.

      ******************************************************************
      * SKIP ON-HAND RECORDS FOR ITEMS WITH NO CHANGE IN THE PERIOD,   *
      * THEN ADD UP EVERY RECORD FOR THIS ITEM.  NO RECORD MEANS NO    *
      * STOCK; A NET NEGATIVE ON-HAND IS TAKEN AS NONE -- THERE IS NO  *
      * SHELF STOCK TO REVALUE.                                        *
      ******************************************************************
       2300-POSITION-ON-HAND.
           MOVE ZERO TO WS-ITEM-ON-HAND
           PERFORM UNTIL WS-OH-KEY NOT < WS-HIST-ITEM-KEY
               PERFORM 1100-READ-ON-HAND
           END-PERFORM
           PERFORM UNTIL WS-OH-KEY NOT = WS-HIST-ITEM-KEY
               ADD WS-OH-QTY TO WS-ITEM-ON-HAND
               PERFORM 1100-READ-ON-HAND
           END-PERFORM
           IF WS-ITEM-ON-HAND < ZERO
               ADD 1 TO WS-OH-NEGATIVE-CT
               MOVE ZERO TO WS-ITEM-ON-HAND
           END-IF.

      ******************************************************************
      * RETAIL EFFECT OF ONE CHANGE AT PER-UNIT RINGS, SO "2 FOR $5"   *
      * VALUES EACH UNIT AT $2.50.  A NEW-ITEM SETUP (NO OLD RING      *
      * QUANTITY) HAD NO RETAIL TO REVALUE -- NOR HAS A BACKOUT OF ONE *
      * -- AND A PACK_RETAIL-ONLY CHANGE MOVES NO RING; NONE OF THESE  *
      * IS BOOKED.  THE COUPON PORTION IS THE GAP BETWEEN THE RING AS  *
      * FED (GROSS_RING) AND THE NETTED NEW_RING -- NONE WHERE         *
      * GROSS_RING WAS NEVER CARRIED.                                  *
      ******************************************************************
       2400-VALUE-CHANGE.
           EVALUATE TRUE
               WHEN HIST-OLD-RING-QTY NOT > ZERO
                 OR HIST-NEW-RING-QTY NOT > ZERO
                   ADD 1 TO WS-SETUP-CT
               WHEN HIST-OLD-RING * HIST-NEW-RING-QTY
                    = HIST-NEW-RING * HIST-OLD-RING-QTY
                   ADD 1 TO WS-NO-MOVE-CT
               WHEN WS-ITEM-ON-HAND = ZERO
                   ADD 1 TO WS-NO-STOCK-CT
               WHEN OTHER
                   ADD 1 TO WS-VALUED-CT
                   COMPUTE WS-TOTAL-EFFECT ROUNDED =
                       (WS-ITEM-ON-HAND * HIST-NEW-RING
                                        / HIST-NEW-RING-QTY)
                     - (WS-ITEM-ON-HAND * HIST-OLD-RING
                                        / HIST-OLD-RING-QTY)
                   IF HIST-JOB-ID = 'TBXBKOUT'
                       PERFORM 2500-OFFSET-REVERSAL
                   ELSE
                       PERFORM 2450-BOOK-CHANGE
                   END-IF
           END-EVALUATE.

       2450-BOOK-CHANGE.
           IF HIST-GROSS-RING > ZERO
               COMPUTE WS-COUPON-EFFECT ROUNDED =
                   WS-ITEM-ON-HAND * (HIST-NEW-RING - HIST-GROSS-RING)
                                   / HIST-NEW-RING-QTY
           ELSE
               MOVE ZERO TO WS-COUPON-EFFECT
           END-IF
           COMPUTE WS-SHELF-EFFECT = WS-TOTAL-EFFECT - WS-COUPON-EFFECT

           MOVE HIST-JOB-ID      TO WS-POST-JOB-ID
           MOVE 1                TO WS-POST-CHG-CT
           MOVE ZERO             TO WS-POST-REV-CT
           MOVE ZERO             TO WS-POST-MARKDOWN
           MOVE ZERO             TO WS-POST-MARKUP
           MOVE WS-COUPON-EFFECT TO WS-POST-COUPON
           IF WS-SHELF-EFFECT < ZERO
               COMPUTE WS-POST-MARKDOWN = ZERO - WS-SHELF-EFFECT
           ELSE
               MOVE WS-SHELF-EFFECT TO WS-POST-MARKUP
           END-IF
           PERFORM 2700-POST-AMOUNTS.

      ******************************************************************
      * A TBXBKOUT REVERSAL OFFSETS THE RUN IT UNDID.  FIND THAT ROW:  *
      * BY REV_JOB_ID/REV_CHANGE_TS WHERE TBXBKOUT RECORDED THEM, ELSE *
      * AS TBXHINQ DOES -- THE LATEST EARLIER ROW ON THE SAME UPC      *
      * WHOSE NEW VALUES ARE THIS ROW'S OLD AND WHOSE OLD VALUES ARE   *
      * ITS NEW.  THE ORIGINAL'S COUPON PORTION COMES BACK OUT AS      *
      * COUPON; THE REST REDUCES ITS MARKDOWN (OR MARKUP), EVEN WHEN   *
      * THE ORIGINAL WAS BOOKED IN AN EARLIER PERIOD.  A REVERSAL WITH *
      * NOTHING TO TIE IT TO IS BOOKED AS ORDINARY TBXBKOUT ACTIVITY.  *
      ******************************************************************
       2500-OFFSET-REVERSAL.
           PERFORM 2550-FIND-ORIGINAL

           IF NOT WS-ORIG-FOUND
              AND HIST-REV-TS-IND < ZERO
               ADD 1 TO WS-REV-UNMATCHED-CT
               PERFORM 2450-BOOK-CHANGE
           ELSE
               ADD 1 TO WS-REV-OFFSET-CT
               MOVE ZERO TO WS-COUPON-EFFECT
               IF WS-ORIG-FOUND
                   MOVE OG-JOB-ID TO WS-POST-JOB-ID
                   IF OG-CHANGE-TS (1:10) < WS-FROM-DATE-ISO
                       ADD 1 TO WS-REV-PRIOR-CT
                   END-IF
                   IF OG-NEW-RING-QTY NOT > ZERO
                       MOVE 1 TO OG-NEW-RING-QTY
                   END-IF
                   IF OG-GROSS-RING > ZERO
                       COMPUTE WS-COUPON-EFFECT ROUNDED =
                           WS-ITEM-ON-HAND
                           * (OG-GROSS-RING - OG-NEW-RING)
                           / OG-NEW-RING-QTY
                   END-IF
               ELSE
                   MOVE HIST-REV-JOB-ID TO WS-POST-JOB-ID
               END-IF
               COMPUTE WS-SHELF-EFFECT =
                   WS-TOTAL-EFFECT - WS-COUPON-EFFECT

               MOVE ZERO             TO WS-POST-CHG-CT
               MOVE 1                TO WS-POST-REV-CT
               MOVE ZERO             TO WS-POST-MARKDOWN
               MOVE ZERO             TO WS-POST-MARKUP
               MOVE WS-COUPON-EFFECT TO WS-POST-COUPON
      *        UNDOING A MARKDOWN RAISES RETAIL; UNDOING A MARKUP
      *        LOWERS IT.
               IF WS-SHELF-EFFECT > ZERO
                   COMPUTE WS-POST-MARKDOWN = ZERO - WS-SHELF-EFFECT
               ELSE
                   MOVE WS-SHELF-EFFECT TO WS-POST-MARKUP
               END-IF
               PERFORM 2700-POST-AMOUNTS
           END-IF.

       2550-FIND-ORIGINAL.
           MOVE 'N' TO WS-ORIG-FOUND-SW
           IF HIST-REV-TS-IND NOT < ZERO
               EXEC SQL
                   SELECT   O.JOB_ID, O.NEW_RING, O.GROSS_RING,
                            O.NEW_RING_QTY, CHAR(O.CHANGE_TIMESTAMP)
                   INTO    :OG-JOB-ID, :OG-NEW-RING, :OG-GROSS-RING,
                           :OG-NEW-RING-QTY, :OG-CHANGE-TS
                   FROM   ( SELECT JOB_ID, NEW_RING, GROSS_RING,
                                   NEW_RING_QTY, CHANGE_TIMESTAMP
                            FROM   X_HIST
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID       = :HIST-REV-JOB-ID
                              AND  CHANGE_TIMESTAMP =
                                   :HIST-REV-CHANGE-TS
                            UNION ALL
                            SELECT JOB_ID, NEW_RING, GROSS_RING,
                                   NEW_RING_QTY, CHANGE_TIMESTAMP
                            FROM   X_HIST_ARCH
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID       = :HIST-REV-JOB-ID
                              AND  CHANGE_TIMESTAMP =
                                   :HIST-REV-CHANGE-TS ) AS O
                   FETCH FIRST ROW ONLY
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT   O.JOB_ID, O.NEW_RING, O.GROSS_RING,
                            O.NEW_RING_QTY, CHAR(O.CHANGE_TIMESTAMP)
                   INTO    :OG-JOB-ID, :OG-NEW-RING, :OG-GROSS-RING,
                           :OG-NEW-RING-QTY, :OG-CHANGE-TS
                   FROM   ( SELECT JOB_ID, OLD_RING, NEW_RING,
                                   GROSS_RING, OLD_RING_QTY,
                                   NEW_RING_QTY, OLD_PACK_RETAIL,
                                   NEW_PACK_RETAIL, CHANGE_TIMESTAMP
                            FROM   X_HIST
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID      <> 'TBXBKOUT'
                              AND  CHANGE_TIMESTAMP <
                                   :HIST-CHANGE-TIMESTAMP
                            UNION ALL
                            SELECT JOB_ID, OLD_RING, NEW_RING,
                                   GROSS_RING, OLD_RING_QTY,
                                   NEW_RING_QTY, OLD_PACK_RETAIL,
                                   NEW_PACK_RETAIL, CHANGE_TIMESTAMP
                            FROM   X_HIST_ARCH
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID      <> 'TBXBKOUT'
                              AND  CHANGE_TIMESTAMP <
                                   :HIST-CHANGE-TIMESTAMP ) AS O
                   WHERE    O.NEW_RING        = :HIST-OLD-RING
                     AND    O.OLD_RING        = :HIST-NEW-RING
                     AND    O.NEW_RING_QTY    = :HIST-OLD-RING-QTY
                     AND    O.OLD_RING_QTY    = :HIST-NEW-RING-QTY
                     AND    O.NEW_PACK_RETAIL = :HIST-OLD-PACK-RETAIL
                     AND    O.OLD_PACK_RETAIL = :HIST-NEW-PACK-RETAIL
                   ORDER BY O.CHANGE_TIMESTAMP DESC
                   FETCH FIRST ROW ONLY
               END-EXEC
           END-IF
           IF SQLCODE = 0
               SET WS-ORIG-FOUND TO TRUE
           END-IF.

      ******************************************************************
      * POST ONE VALUED ROW TO ITS ROG/SECT/JOB BUCKET, THE PERIOD     *
      * TOTAL FOR ITS SOURCE JOB, AND THE ROG AND GRAND TOTALS.        *
      ******************************************************************
       2700-POST-AMOUNTS.
           MOVE WS-LKP-RETAIL-SECT TO WS-NB-SECT
           MOVE WS-POST-JOB-ID     TO WS-NB-JOB-ID
           PERFORM 2750-FIND-BUCKET

           ADD WS-POST-CHG-CT   TO WS-BK-CHG-CT   (WS-BKT-IX)
           ADD WS-POST-REV-CT   TO WS-BK-REV-CT   (WS-BKT-IX)
           ADD WS-POST-MARKDOWN TO WS-BK-MARKDOWN (WS-BKT-IX)
           ADD WS-POST-MARKUP   TO WS-BK-MARKUP   (WS-BKT-IX)
           ADD WS-POST-COUPON   TO WS-BK-COUPON   (WS-BKT-IX)

           PERFORM 2800-FIND-JOB
           ADD WS-POST-CHG-CT   TO WS-JT-CHG-CT   (WS-JOB-IX)
           ADD WS-POST-REV-CT   TO WS-JT-REV-CT   (WS-JOB-IX)
           ADD WS-POST-MARKDOWN TO WS-JT-MARKDOWN (WS-JOB-IX)
           ADD WS-POST-MARKUP   TO WS-JT-MARKUP   (WS-JOB-IX)
           ADD WS-POST-COUPON   TO WS-JT-COUPON   (WS-JOB-IX)

           ADD WS-POST-CHG-CT   TO WS-RT-CHG-CT   WS-GT-CHG-CT
           ADD WS-POST-REV-CT   TO WS-RT-REV-CT   WS-GT-REV-CT
           ADD WS-POST-MARKDOWN TO WS-RT-MARKDOWN WS-GT-MARKDOWN
           ADD WS-POST-MARKUP   TO WS-RT-MARKUP   WS-GT-MARKUP
           ADD WS-POST-COUPON   TO WS-RT-COUPON   WS-GT-COUPON.

      ******************************************************************
      * FIND THE SECT/JOB BUCKET, OR OPEN ONE IN KEY ORDER BY SHIFTING *
      * THE HIGHER ENTRIES DOWN ONE.  THE RESERVED LAST ENTRY IS NEVER *
      * SHIFTED, SO IT ALWAYS PRINTS LAST.                             *
      ******************************************************************
       2750-FIND-BUCKET.
           MOVE 'N' TO WS-BKT-FOUND-SW
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-MAX
                      OR WS-BKT-IX > 499
                      OR WS-BKT-FOUND
               IF WS-BK-KEY (WS-BKT-IX) = WS-NEW-BK-KEY
                   SET WS-BKT-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-BKT-IX
               END-IF
           END-PERFORM

           IF NOT WS-BKT-FOUND
               IF WS-BKT-MAX < 499
                   PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                           UNTIL WS-BKT-IX > WS-BKT-MAX
                              OR WS-BK-KEY (WS-BKT-IX) > WS-NEW-BK-KEY
                       CONTINUE
                   END-PERFORM
                   MOVE WS-BKT-IX TO WS-BKT-TO
                   PERFORM VARYING WS-BKT-IX FROM WS-BKT-MAX BY -1
                           UNTIL WS-BKT-IX < WS-BKT-TO
                       MOVE WS-BKT-ENTRY (WS-BKT-IX)
                         TO WS-BKT-ENTRY (WS-BKT-IX + 1)
                   END-PERFORM
                   ADD 1 TO WS-BKT-MAX
                   MOVE WS-BKT-TO     TO WS-BKT-IX
                   MOVE WS-NEW-BK-KEY TO WS-BK-KEY (WS-BKT-IX)
                   PERFORM 2760-ZERO-BUCKET
               ELSE
      *            TABLE FULL OF REAL SECT/JOB PAIRS: EVERY FURTHER
      *            NEW PAIR SHARES THE RESERVED CATCH-ALL ROW.
                   IF WS-BKT-MAX < 500
                       MOVE 500        TO WS-BKT-MAX
                       MOVE 500        TO WS-BKT-IX
                       MOVE '**'       TO WS-BK-SECT (500)
                       MOVE 'OVERFLOW' TO WS-BK-JOB-ID (500)
                       PERFORM 2760-ZERO-BUCKET
                   END-IF
                   MOVE 500 TO WS-BKT-IX
               END-IF
           END-IF.

       2760-ZERO-BUCKET.
           MOVE ZERO TO WS-BK-CHG-CT   (WS-BKT-IX)
                        WS-BK-REV-CT   (WS-BKT-IX)
                        WS-BK-MARKDOWN (WS-BKT-IX)
                        WS-BK-MARKUP   (WS-BKT-IX)
                        WS-BK-COUPON   (WS-BKT-IX).

       2800-FIND-JOB.
           MOVE 'N' TO WS-JOB-FOUND-SW
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > WS-JOB-MAX
                      OR WS-JOB-FOUND
               IF WS-JT-JOB-ID (WS-JOB-IX) = WS-POST-JOB-ID
                   SET WS-JOB-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-JOB-IX
               END-IF
           END-PERFORM

           IF NOT WS-JOB-FOUND
               IF WS-JOB-MAX < 49
                   ADD 1 TO WS-JOB-MAX
                   MOVE WS-JOB-MAX     TO WS-JOB-IX
                   MOVE WS-POST-JOB-ID TO WS-JT-JOB-ID (WS-JOB-IX)
                   PERFORM 2850-ZERO-JOB
               ELSE
                   IF WS-JOB-MAX < 50
                       MOVE 50      TO WS-JOB-MAX
                       MOVE 50      TO WS-JOB-IX
                       MOVE 'OTHER' TO WS-JT-JOB-ID (50)
                       PERFORM 2850-ZERO-JOB
                   END-IF
                   MOVE 50 TO WS-JOB-IX
               END-IF
           END-IF.

       2850-ZERO-JOB.
           MOVE ZERO TO WS-JT-CHG-CT   (WS-JOB-IX)
                        WS-JT-REV-CT   (WS-JOB-IX)
                        WS-JT-MARKDOWN (WS-JOB-IX)
                        WS-JT-MARKUP   (WS-JOB-IX)
                        WS-JT-COUPON   (WS-JOB-IX).

      ******************************************************************
      * ROG BREAK: ONE REPORT LINE AND UP TO THREE JOURNAL DETAILS PER *
      * SECT/JOB BUCKET, THEN THE ROG TOTAL, THEN CLEAR FOR THE NEXT.  *
      ******************************************************************
       3000-FLUSH-ROG.
           PERFORM VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > WS-BKT-MAX
               PERFORM 3100-WRITE-BUCKET
           END-PERFORM

           MOVE SPACES          TO WS-D-KEY-TEXT
           MOVE WS-CUR-ROG      TO WS-D-ROG
           MOVE '*ROG TOTAL*'   TO WS-D-KEY-TEXT
           MOVE WS-RT-CHG-CT    TO WS-D-CHG-CT
           MOVE WS-RT-REV-CT    TO WS-D-REV-CT
           MOVE WS-RT-MARKDOWN  TO WS-D-MARKDOWN
           MOVE WS-RT-MARKUP    TO WS-D-MARKUP
           MOVE WS-RT-COUPON    TO WS-D-COUPON
           COMPUTE WS-NET-EFFECT =
               WS-RT-MARKUP - WS-RT-MARKDOWN + WS-RT-COUPON
           MOVE WS-NET-EFFECT   TO WS-D-NET
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-DETAIL-LINE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD

           MOVE ZERO TO WS-BKT-MAX
           MOVE ZERO TO WS-RT-CHG-CT
                        WS-RT-REV-CT
                        WS-RT-MARKDOWN
                        WS-RT-MARKUP
                        WS-RT-COUPON.

       3100-WRITE-BUCKET.
           MOVE SPACES                        TO WS-D-KEY-TEXT
           MOVE WS-CUR-ROG                    TO WS-D-ROG
           MOVE WS-BK-SECT     (WS-BKT-IX)    TO WS-D-SECT
           MOVE WS-BK-JOB-ID   (WS-BKT-IX)    TO WS-D-JOB-ID
           MOVE WS-BK-CHG-CT   (WS-BKT-IX)    TO WS-D-CHG-CT
           MOVE WS-BK-REV-CT   (WS-BKT-IX)    TO WS-D-REV-CT
           MOVE WS-BK-MARKDOWN (WS-BKT-IX)    TO WS-D-MARKDOWN
           MOVE WS-BK-MARKUP   (WS-BKT-IX)    TO WS-D-MARKUP
           MOVE WS-BK-COUPON   (WS-BKT-IX)    TO WS-D-COUPON
           COMPUTE WS-NET-EFFECT = WS-BK-MARKUP (WS-BKT-IX)
                                 - WS-BK-MARKDOWN (WS-BKT-IX)
                                 + WS-BK-COUPON (WS-BKT-IX)
           MOVE WS-NET-EFFECT                 TO WS-D-NET
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-DETAIL-LINE

           IF WS-BK-MARKDOWN (WS-BKT-IX) NOT = ZERO
               MOVE 'MD' TO WS-JRNL-ENTRY-TYPE
               COMPUTE WS-JRNL-EFFECT =
                   ZERO - WS-BK-MARKDOWN (WS-BKT-IX)
               ADD WS-BK-MARKDOWN (WS-BKT-IX) TO WS-JN-MARKDOWN
               PERFORM 3200-WRITE-JOURNAL
           END-IF
           IF WS-BK-MARKUP (WS-BKT-IX) NOT = ZERO
               MOVE 'MU' TO WS-JRNL-ENTRY-TYPE
               MOVE WS-BK-MARKUP (WS-BKT-IX) TO WS-JRNL-EFFECT
               ADD WS-BK-MARKUP (WS-BKT-IX)   TO WS-JN-MARKUP
               PERFORM 3200-WRITE-JOURNAL
           END-IF
           IF WS-BK-COUPON (WS-BKT-IX) NOT = ZERO
               MOVE 'CP' TO WS-JRNL-ENTRY-TYPE
               MOVE WS-BK-COUPON (WS-BKT-IX) TO WS-JRNL-EFFECT
               ADD WS-BK-COUPON (WS-BKT-IX)   TO WS-JN-COUPON
               PERFORM 3200-WRITE-JOURNAL
           END-IF.

      ******************************************************************
      * ONE JOURNAL DETAIL.  WS-JRNL-EFFECT IS THE SIGNED EFFECT ON    *
      * INVENTORY AT RETAIL: UP IS A DEBIT, DOWN IS A CREDIT.          *
      ******************************************************************
       3200-WRITE-JOURNAL.
           MOVE SPACES                      TO GL-JOURNAL-RECORD
           MOVE WS-JRNL-ENTRY-TYPE          TO GL-ENTRY-TYPE
           MOVE 'D'                         TO GL-REC-TYPE
           MOVE 'TBXREVAL'                  TO GL-INTERFACE-ID
           MOVE WS-PERIOD                   TO GL-PERIOD
           MOVE PARM-TO-DATE                TO GL-POST-DATE
           MOVE WS-CUR-ROG                  TO GL-ROG
           MOVE WS-BK-SECT (WS-BKT-IX)      TO GL-RETAIL-SECT
           MOVE WS-BK-JOB-ID (WS-BKT-IX)    TO GL-SOURCE-JOB-ID
           COMPUTE GL-CHANGE-CT = WS-BK-CHG-CT (WS-BKT-IX)
                                + WS-BK-REV-CT (WS-BKT-IX)
           IF WS-JRNL-EFFECT < ZERO
               MOVE 'C'                     TO GL-DR-CR-IND
               COMPUTE GL-AMOUNT = ZERO - WS-JRNL-EFFECT
               SUBTRACT WS-JRNL-EFFECT FROM WS-JN-CREDIT-TOTAL
           ELSE
               MOVE 'D'                     TO GL-DR-CR-IND
               MOVE WS-JRNL-EFFECT          TO GL-AMOUNT
               ADD WS-JRNL-EFFECT           TO WS-JN-DEBIT-TOTAL
           END-IF
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-JRNL-REC-CT.

      ******************************************************************
      * PERIOD TOTALS BY SOURCE JOB, THEN THE GRAND TOTAL.             *
      ******************************************************************
       4000-JOB-SUMMARY.
           MOVE 'PERIOD TOTALS BY SOURCE JOB (REVERSALS NETTED IN)'
                                 TO WS-SECTION-TEXT
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-SECTION-LINE

           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
                   UNTIL WS-JOB-IX > WS-JOB-MAX
               PERFORM 4100-WRITE-JOB-LINE
           END-PERFORM

           MOVE SPACES          TO WS-D-ROG
           MOVE SPACES          TO WS-D-KEY-TEXT
           MOVE '*GRAND TOTAL*' TO WS-D-KEY-TEXT
           MOVE WS-GT-CHG-CT    TO WS-D-CHG-CT
           MOVE WS-GT-REV-CT    TO WS-D-REV-CT
           MOVE WS-GT-MARKDOWN  TO WS-D-MARKDOWN
           MOVE WS-GT-MARKUP    TO WS-D-MARKUP
           MOVE WS-GT-COUPON    TO WS-D-COUPON
           COMPUTE WS-NET-EFFECT =
               WS-GT-MARKUP - WS-GT-MARKDOWN + WS-GT-COUPON
           MOVE WS-NET-EFFECT   TO WS-D-NET
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-DETAIL-LINE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD.

       4100-WRITE-JOB-LINE.
           MOVE SPACES                        TO WS-D-ROG
           MOVE SPACES                        TO WS-D-KEY-TEXT
           MOVE WS-JT-JOB-ID   (WS-JOB-IX)    TO WS-D-JOB-ID
           MOVE WS-JT-CHG-CT   (WS-JOB-IX)    TO WS-D-CHG-CT
           MOVE WS-JT-REV-CT   (WS-JOB-IX)    TO WS-D-REV-CT
           MOVE WS-JT-MARKDOWN (WS-JOB-IX)    TO WS-D-MARKDOWN
           MOVE WS-JT-MARKUP   (WS-JOB-IX)    TO WS-D-MARKUP
           MOVE WS-JT-COUPON   (WS-JOB-IX)    TO WS-D-COUPON
           COMPUTE WS-NET-EFFECT = WS-JT-MARKUP (WS-JOB-IX)
                                 - WS-JT-MARKDOWN (WS-JOB-IX)
                                 + WS-JT-COUPON (WS-JOB-IX)
           MOVE WS-NET-EFFECT                 TO WS-D-NET
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-DETAIL-LINE.

      ******************************************************************
      * CLOSE THE JOURNAL WITH ITS TRAILER AND PROVE IT AGAINST THE    *
      * REPORT: MARKDOWN, MARKUP AND COUPON AS JOURNALED MUST EQUAL    *
      * THE GRAND TOTALS POSTED ROW BY ROW, AND DEBITS LESS CREDITS    *
      * MUST EQUAL THE NET EFFECT.  A MISMATCH ENDS THE JOB WITH       *
      * RETURN CODE 8, THE SAME AS TBXBALNC'S OUT-OF-BALANCE.          *
      ******************************************************************
       5000-JOURNAL-CONTROL.
           MOVE SPACES               TO GL-TRAILER-RECORD
           MOVE 'T'                  TO GT-REC-TYPE
           MOVE 'TBXREVAL'           TO GT-INTERFACE-ID
           MOVE WS-PERIOD            TO GT-PERIOD
           MOVE WS-JRNL-REC-CT       TO GT-RECORD-COUNT
           MOVE WS-JN-DEBIT-TOTAL    TO GT-DEBIT-TOTAL
           MOVE WS-JN-CREDIT-TOTAL   TO GT-CREDIT-TOTAL
           WRITE GL-TRAILER-RECORD

           MOVE 'JOURNAL CONTROL' TO WS-SECTION-TEXT
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-SECTION-LINE

           MOVE 'JOURNAL DETAIL RECORDS'  TO WS-RPT-LABEL
           MOVE WS-JRNL-REC-CT            TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'JOURNAL MARKDOWN'        TO WS-AMT-LABEL
           MOVE WS-JN-MARKDOWN            TO WS-AMT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-AMOUNT-LINE

           MOVE 'JOURNAL MARKUP'          TO WS-AMT-LABEL
           MOVE WS-JN-MARKUP              TO WS-AMT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-AMOUNT-LINE

           MOVE 'JOURNAL COUPON'          TO WS-AMT-LABEL
           MOVE WS-JN-COUPON              TO WS-AMT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-AMOUNT-LINE

           MOVE 'JOURNAL DEBITS'          TO WS-AMT-LABEL
           MOVE WS-JN-DEBIT-TOTAL         TO WS-AMT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-AMOUNT-LINE

           MOVE 'JOURNAL CREDITS'         TO WS-AMT-LABEL
           MOVE WS-JN-CREDIT-TOTAL        TO WS-AMT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-AMOUNT-LINE

           COMPUTE WS-NET-EFFECT =
               WS-GT-MARKUP - WS-GT-MARKDOWN + WS-GT-COUPON
           IF WS-JN-MARKDOWN = WS-GT-MARKDOWN
              AND WS-JN-MARKUP = WS-GT-MARKUP
              AND WS-JN-COUPON = WS-GT-COUPON
              AND WS-JN-DEBIT-TOTAL - WS-JN-CREDIT-TOTAL
                  = WS-NET-EFFECT
               MOVE 'JOURNAL TIES TO THE REPORT TOTALS'
                                          TO WS-SECTION-TEXT
           ELSE
               MOVE '** JOURNAL OUT OF BALANCE WITH THE REPORT **'
                                          TO WS-SECTION-TEXT
               DISPLAY "TBXREVAL - JOURNAL OUT OF BALANCE WITH REPORT"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-SECTION-LINE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD.

       6000-FINAL-COUNT.
           MOVE 'HISTORY ROWS READ'       TO WS-RPT-LABEL
           MOVE WS-HIST-READ-CT           TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'CHANGES VALUED'          TO WS-RPT-LABEL
           MOVE WS-VALUED-CT              TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'FURTHER UPC ROWS'        TO WS-RPT-LABEL
           MOVE WS-UPC-DUP-CT             TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NEW-ITEM SETUPS'         TO WS-RPT-LABEL
           MOVE WS-SETUP-CT               TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NO RING MOVEMENT'        TO WS-RPT-LABEL
           MOVE WS-NO-MOVE-CT             TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NO STOCK ON HAND'        TO WS-RPT-LABEL
           MOVE WS-NO-STOCK-CT            TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REVERSALS OFFSET'        TO WS-RPT-LABEL
           MOVE WS-REV-OFFSET-CT          TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE ' OF PRIOR-PERIOD CHANGES' TO WS-RPT-LABEL
           MOVE WS-REV-PRIOR-CT           TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REVERSALS NOT MATCHED'   TO WS-RPT-LABEL
           MOVE WS-REV-UNMATCHED-CT       TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ON-HAND RECORDS READ'    TO WS-RPT-LABEL
           MOVE WS-OH-READ-CT             TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ON-HAND QTY NOT NUMERIC' TO WS-RPT-LABEL
           MOVE WS-OH-BAD-CT              TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NEGATIVE ON-HAND ITEMS'  TO WS-RPT-LABEL
           MOVE WS-OH-NEGATIVE-CT         TO WS-RPT-VALUE
           MOVE SPACES TO REVAL-RPT-RECORD
           WRITE REVAL-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE PARM-FILE
                 ON-HAND-FILE
                 GL-JOURNAL-FILE
                 REVAL-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "HISTORY ROWS READ     : " WS-HIST-READ-CT.
           DISPLAY "CHANGES VALUED        : " WS-VALUED-CT.
           DISPLAY "REVERSALS OFFSET      : " WS-REV-OFFSET-CT.
           DISPLAY "REVERSALS NOT MATCHED : " WS-REV-UNMATCHED-CT.
           DISPLAY "JOURNAL RECORDS       : " WS-JRNL-REC-CT.
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
           MOVE 'TBXREVAL' TO JRL-JOB-NAME
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
               DISPLAY "TBXREVAL - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXREVAL - " JRL-MISSING-DSP
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
                   DISPLAY "TBXREVAL - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXREVAL - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXREVAL - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXREVAL - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXREVAL - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'HIST ROWS READ'      TO JRL-COUNT-LBL-1
               MOVE WS-HIST-READ-CT       TO JRL-COUNT-1
               MOVE 'CHANGES VALUED'      TO JRL-COUNT-LBL-2
               MOVE WS-VALUED-CT          TO JRL-COUNT-2
               MOVE 'REVERSALS'           TO JRL-COUNT-LBL-3
               MOVE WS-REV-OFFSET-CT      TO JRL-COUNT-3
               MOVE 'JOURNAL RECS'        TO JRL-COUNT-LBL-4
               MOVE WS-JRNL-REC-CT        TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
