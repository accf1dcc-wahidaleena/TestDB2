       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXHINQ.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * ONLINE ITEM PRICE-HISTORY INQUIRY.                             *
      * WHEN A STORE CALLS ASKING WHY AN ITEM'S PRICE CHANGED, THE     *
      * DESK USED TO WAIT FOR SOMEBODY TO RUN SQL AGAINST X_HIST, OR   *
      * FOR A TAPE PULL WHEN THE CHANGE WAS OLDER THAN TBXHPURG'S      *
      * RETENTION.  THIS PSEUDO-CONVERSATIONAL CICS TRANSACTION (TBXH) *
      * IS KEYED ON ROG/CORP_ITEM_CD -- DIRECTLY, OR BY PF6 FROM THE   *
      * TBXONLN KEY OR ITEM SCREEN -- AND LISTS THE ITEM'S PRICE       *
      * HISTORY NEWEST-FIRST WITH PF7/PF8 PAGING: EVERY UPC'S X_HIST   *
      * ROWS, THE PURGED ROWS TBXHPURG LOADED INTO X_HIST_ARCH, AND    *
      * ANY X_PENDING ROW STILL WAITING FOR TBXRELSE (DATED BY ITS     *
      * EFFECTIVE DATE, SO IT SORTS TO THE TOP).  EACH CHANGE SHOWS    *
      * OLD/NEW/GROSS RING, OLD/NEW PACK_RETAIL, JOB_ID, USER_ID AND   *
      * CHANGE_TIMESTAMP.  'S' AGAINST A CHANGE SHOWS IT IN FULL,      *
      * INCLUDING THE CHECKER ON A TWO-PERSON CHANGE AND WHETHER A     *
      * LATER TBXBKOUT RUN REVERSED IT.  NOTHING HERE UPDATES          *
      * ANYTHING.                                                      *
      * PF3 FROM THE LIST GOES BACK TO TBXONLN WHEN THAT IS WHERE THE  *
      * INQUIRY CAME FROM, OTHERWISE ENDS THE TRANSACTION.             *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY WSHIST.
       COPY WSPEND.

       01  WS-SWITCHES.
           05  WS-HQ-EOF-SW            PIC X     VALUE 'N'.
               88  WS-HQ-EOF               VALUE 'Y'.
           05  WS-SEL-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-SEL-FOUND            VALUE 'Y'.
           05  WS-MORE-ABOVE-SW        PIC X     VALUE 'N'.
               88  WS-MORE-ABOVE           VALUE 'Y'.

      ******************************************************************
      * CURSOR HOST VARIABLES.  THE SORT KEY IS BUILT BY THE CURSORS   *
      * THEMSELVES -- CHANGE TIMESTAMP, UPC, UNIT TYPE AND A SOURCE    *
      * BYTE ('H' X_HIST, 'A' X_HIST_ARCH, 'P' X_PENDING) -- SO ONE    *
      * STRICTLY-LESS/STRICTLY-GREATER STRING COMPARE PAGES ACROSS ALL *
      * THREE TABLES WITHOUT A COMPOUND REPOSITIONING PREDICATE.       *
      ******************************************************************
       01  WS-HQ-FIELDS.
           05  WS-HQ-ROG               PIC X(03).
           05  WS-HQ-CORP-ITEM-CD      PIC 9(09).
           05  WS-HQ-START-KEY         PIC X(43).
           05  WS-HQ-SORT-KEY          PIC X(43).
           05  WS-HQ-SRC               PIC X(01).
           05  WS-HQ-REV-TS            PIC X(26).
           05  WS-HQ-REV-USER          PIC X(08).

      ******************************************************************
      * ONE SORT KEY TAKEN APART AGAIN FOR THE DETAIL READ.            *
      ******************************************************************
       01  WS-SEL-KEY.
           05  WS-SK-CHANGE-TS         PIC X(26).
           05  WS-SK-UPC-MANUF         PIC 9(06).
           05  WS-SK-UPC-SALES         PIC 9(05).
           05  WS-SK-UPC-COUNTRY       PIC 9(03).
           05  WS-SK-UPC-SYSTEM        PIC 9(01).
           05  WS-SK-UNIT-TYPE         PIC X(01).
           05  WS-SK-SRC               PIC X(01).
               88  WS-SK-LIVE              VALUE 'H'.
               88  WS-SK-ARCHIVE           VALUE 'A'.
               88  WS-SK-PENDING           VALUE 'P'.

       01  WS-MISC.
           05  WS-LST-MSG              PIC X(60) VALUE SPACES.
           05  WS-BRW-IX               PIC 9(02) VALUE ZERO.
           05  WS-BRW-JX               PIC 9(02) VALUE ZERO.
           05  WS-SEL-IX               PIC 9(02) VALUE ZERO.

      ******************************************************************
      * ONE FETCHED PAGE OF PRICE CHANGES.  A BACKWARD PAGE IS FETCHED *
      * OLDEST-FIRST AND REVERSED IN PLACE SO THE SCREEN ALWAYS READS  *
      * NEWEST-FIRST.                                                  *
      ******************************************************************
       01  WS-PAGE-TABLE.
           05  WS-PAGE-CT              PIC 9(02) VALUE ZERO.
           05  WS-PAGE-ENTRY OCCURS 8 TIMES.
               10  WS-PG-SORT-KEY      PIC X(43).
               10  WS-PG-SRC           PIC X(01).
               10  WS-PG-UPC-MANUF     PIC 9(06).
               10  WS-PG-UPC-SALES     PIC 9(05).
               10  WS-PG-OLD-RING      PIC S9(5)V99 COMP-3.
               10  WS-PG-NEW-RING      PIC S9(5)V99 COMP-3.
               10  WS-PG-GROSS-RING    PIC S9(5)V99 COMP-3.
               10  WS-PG-OLD-RING-QTY  PIC S9(4)    COMP.
               10  WS-PG-NEW-RING-QTY  PIC S9(4)    COMP.
               10  WS-PG-OLD-PACK      PIC S9(5)V99 COMP-3.
               10  WS-PG-NEW-PACK      PIC S9(5)V99 COMP-3.
               10  WS-PG-CHANGE-TS     PIC X(26).
               10  WS-PG-JOB-ID        PIC X(08).
               10  WS-PG-USER-ID       PIC X(08).
      *    BYTE IMAGE OF ONE PAGE ENTRY FOR THE IN-PLACE REVERSAL SWAP
       01  WS-PAGE-HOLD                PIC X(121).

      ******************************************************************
      * TWO SCREEN LINES PER CHANGE: WHEN/WHERE FROM/WHO, THEN THE     *
      * PRICES.  THE OLD SIDE OF A PENDING ROW IS BLANK -- IT IS NOT   *
      * KNOWN UNTIL TBXRELSE APPLIES IT.                               *
      ******************************************************************
       01  WS-HL-LINE-A.
           05  WS-LA-CHANGE-TS         PIC X(19).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LA-SRC               PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LA-UPC-MANUF         PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-LA-UPC-SALES         PIC 9(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LA-JOB-ID            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LA-USER-ID           PIC X(08).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-HL-LINE-B.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-LB-OLD-RING-GRP.
      *        "2/" AHEAD OF A MULTI-QUANTITY RING, BLANK FOR ONE UNIT
               10  WS-LB-OLD-QTY-GRP.
                   15  WS-LB-OLD-QTY   PIC Z9.
                   15  WS-LB-OLD-SLASH PIC X(01).
               10  WS-LB-OLD-RING      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LB-NEW-QTY-GRP.
               10  WS-LB-NEW-QTY       PIC Z9.
               10  WS-LB-NEW-SLASH     PIC X(01).
           05  WS-LB-NEW-RING          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LB-GROSS-RING        PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-LB-OLD-PACK-GRP.
               10  WS-LB-OLD-PACK      PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-LB-NEW-PACK          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(10) VALUE SPACES.

      ******************************************************************
      * DETAIL-SCREEN EDIT AREAS.                                      *
      ******************************************************************
       01  WS-DTL-UPC.
           05  WS-DU-UPC-MANUF         PIC 9(06).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DU-UPC-SALES         PIC 9(05).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DU-UPC-COUNTRY       PIC 9(03).
           05  FILLER                  PIC X(01) VALUE '-'.
           05  WS-DU-UPC-SYSTEM        PIC 9(01).

       01  WS-DTL-RING.
           05  WS-DR-QTY-GRP.
               10  WS-DR-QTY           PIC Z9.
               10  WS-DR-SLASH         PIC X(01).
           05  WS-DR-RING              PIC ZZ,ZZ9.99.

       01  WS-DTL-PACK                 PIC ZZ,ZZ9.99.

       01  WS-REVERSED-MSG.
           05  FILLER                  PIC X(24) VALUE
               'REVERSED BY TBXBKOUT AT '.
           05  WS-RV-CHANGE-TS         PIC X(19).
           05  FILLER                  PIC X(04) VALUE ' BY '.
           05  WS-RV-USER-ID           PIC X(08).
           05  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-REVERSAL-OF-MSG.
           05  FILLER                  PIC X(23) VALUE
               'TBXBKOUT REVERSAL, JOB '.
           05  WS-RO-JOB-ID            PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' OF '.
           05  WS-RO-CHANGE-TS         PIC X(19).
           05  FILLER                  PIC X(06) VALUE SPACES.

       01  WS-PENDING-MSG.
           05  FILLER                  PIC X(32) VALUE
               'WAITING FOR TBXRELSE, EFFECTIVE '.
           05  WS-PM-EFF-DATE          PIC X(10).
           05  FILLER                  PIC X(18) VALUE SPACES.

      ******************************************************************
      * ATTENTION IDS, HAND-CODED TO THE STANDARD DFHAID VALUES LIKE   *
      * TBXONLN'S -- NO DFHAID COPYBOOK IS CARRIED IN THIS SOURCE      *
      * LIBRARY.                                                       *
      ******************************************************************
       01  WS-AID-VALUES.
           05  WS-AID-PF3              PIC X(01) VALUE '3'.
           05  WS-AID-PF7              PIC X(01) VALUE '7'.
           05  WS-AID-PF8              PIC X(01) VALUE '8'.

      ******************************************************************
      * COMMAREA: WHICH SCREEN IS UP, THE ITEM, WHETHER TBXONLN SENT   *
      * US HERE, THE SORT KEY THE CURRENT PAGE WAS FETCHED BELOW (TO   *
      * PUT IT BACK UP AFTER A DETAIL), THE TOP/BOTTOM PAGING ANCHORS, *
      * EACH LINE'S SORT KEY FOR SELECTION, AND THE KEY OF THE CHANGE  *
      * ON THE DETAIL SCREEN.  TBXONLN XCTLS IN WITH JUST THE FIRST    *
      * FOURTEEN BYTES, FUNCTION 'X'.                                  *
      ******************************************************************
       01  WS-COMMAREA.
           05  WS-CA-FUNC              PIC X(01).
               88  WS-CA-ENTRY             VALUE 'X'.
               88  WS-CA-LIST              VALUE 'L'.
               88  WS-CA-DETAIL            VALUE 'D'.
           05  WS-CA-ROG               PIC X(03).
           05  WS-CA-CORP-ITEM-CD      PIC 9(09).
           05  WS-CA-FROM-ONLN-SW      PIC X(01).
               88  WS-CA-FROM-ONLN         VALUE 'Y'.
           05  WS-CA-PAGE-KEY          PIC X(43).
           05  WS-CA-TOP-KEY           PIC X(43).
           05  WS-CA-BOT-KEY           PIC X(43).
           05  WS-CA-LINE-CT           PIC 9(02).
           05  WS-CA-LINE-KEY OCCURS 8 TIMES
                                       PIC X(43).
           05  WS-CA-SEL-KEY           PIC X(43).

      ******************************************************************
      * FORWARD (OLDER) PAGE: THE ITEM'S CHANGES FROM ALL THREE        *
      * SOURCES STRICTLY BELOW THE START KEY, NEWEST FIRST.  A PENDING *
      * ROW HAS NO OLD SIDE AND NO USER; ITS RING AS STAGED IS ALSO    *
      * ITS GROSS RING, SINCE COUPONS ARE NETTED AT RELEASE.           *
      ******************************************************************
       EXEC SQL
           DECLARE HQ_FWD CURSOR FOR
           SELECT   H.SORT_KEY, H.SRC, H.UPC_MANUF, H.UPC_SALES,
                    H.OLD_RING, H.NEW_RING, H.GROSS_RING,
                    H.OLD_RING_QTY, H.NEW_RING_QTY,
                    H.OLD_PACK_RETAIL, H.NEW_PACK_RETAIL,
                    H.CHANGE_TS, H.JOB_ID, H.USER_ID
           FROM   ( SELECT CHAR(CHANGE_TIMESTAMP) CONCAT
                           DIGITS(UPC_MANUF) CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'H' AS SORT_KEY,
                           'H' AS SRC, UPC_MANUF, UPC_SALES,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHAR(CHANGE_TIMESTAMP) AS CHANGE_TS,
                           JOB_ID, USER_ID
                    FROM   X_HIST
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD
                    UNION ALL
                    SELECT CHAR(CHANGE_TIMESTAMP) CONCAT
                           DIGITS(UPC_MANUF) CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'A',
                           'A', UPC_MANUF, UPC_SALES,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHAR(CHANGE_TIMESTAMP),
                           JOB_ID, USER_ID
                    FROM   X_HIST_ARCH
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD
                    UNION ALL
                    SELECT CHAR(EFF_DATE) CONCAT '-00.00.00.000000'
                           CONCAT DIGITS(UPC_MANUF)
                           CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'P',
                           'P', UPC_MANUF, UPC_SALES,
                           0, RING, RING,
                           0, RING_QTY,
                           0, PACK_RETAIL,
                           CHAR(EFF_DATE) CONCAT '-00.00.00.000000',
                           JOB_ID, ' '
                    FROM   X_PENDING
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD ) AS H
           WHERE    H.SORT_KEY < :WS-HQ-START-KEY
           ORDER BY H.SORT_KEY DESC
       END-EXEC.

      ******************************************************************
      * BACKWARD (NEWER) PAGE: THE SAME ROWS STRICTLY ABOVE THE START  *
      * KEY, OLDEST FIRST; 2600-PAGE-BACKWARD REVERSES THE PAGE.       *
      ******************************************************************
       EXEC SQL
           DECLARE HQ_BWD CURSOR FOR
           SELECT   H.SORT_KEY, H.SRC, H.UPC_MANUF, H.UPC_SALES,
                    H.OLD_RING, H.NEW_RING, H.GROSS_RING,
                    H.OLD_RING_QTY, H.NEW_RING_QTY,
                    H.OLD_PACK_RETAIL, H.NEW_PACK_RETAIL,
                    H.CHANGE_TS, H.JOB_ID, H.USER_ID
           FROM   ( SELECT CHAR(CHANGE_TIMESTAMP) CONCAT
                           DIGITS(UPC_MANUF) CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'H' AS SORT_KEY,
                           'H' AS SRC, UPC_MANUF, UPC_SALES,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHAR(CHANGE_TIMESTAMP) AS CHANGE_TS,
                           JOB_ID, USER_ID
                    FROM   X_HIST
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD
                    UNION ALL
                    SELECT CHAR(CHANGE_TIMESTAMP) CONCAT
                           DIGITS(UPC_MANUF) CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'A',
                           'A', UPC_MANUF, UPC_SALES,
                           OLD_RING, NEW_RING, GROSS_RING,
                           OLD_RING_QTY, NEW_RING_QTY,
                           OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                           CHAR(CHANGE_TIMESTAMP),
                           JOB_ID, USER_ID
                    FROM   X_HIST_ARCH
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD
                    UNION ALL
                    SELECT CHAR(EFF_DATE) CONCAT '-00.00.00.000000'
                           CONCAT DIGITS(UPC_MANUF)
                           CONCAT DIGITS(UPC_SALES)
                           CONCAT DIGITS(UPC_COUNTRY) CONCAT
                           DIGITS(UPC_SYSTEM) CONCAT UNIT_TYPE
                           CONCAT 'P',
                           'P', UPC_MANUF, UPC_SALES,
                           0, RING, RING,
                           0, RING_QTY,
                           0, PACK_RETAIL,
                           CHAR(EFF_DATE) CONCAT '-00.00.00.000000',
                           JOB_ID, ' '
                    FROM   X_PENDING
                    WHERE  ROG          = :WS-HQ-ROG
                      AND  CORP_ITEM_CD = :WS-HQ-CORP-ITEM-CD ) AS H
           WHERE    H.SORT_KEY > :WS-HQ-START-KEY
           ORDER BY H.SORT_KEY
       END-EXEC.

       COPY TBXHINQM.

       LINKAGE SECTION.
       01  DFHCOMMAREA                 PIC X(532).

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN-PARA.
           EXEC CICS
               HANDLE ABEND LABEL(9999-ABEND-PARA)
           END-EXEC

           IF EIBCALEN = 0
               MOVE SPACES TO WS-COMMAREA
               PERFORM 1000-SEND-FRESH-LIST
           ELSE
               MOVE SPACES TO WS-COMMAREA
               MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA
               EVALUATE TRUE
                   WHEN WS-CA-ENTRY
                       PERFORM 1500-ENTRY-FROM-ONLN
                   WHEN WS-CA-LIST
                       PERFORM 2000-LIST-AID
                   WHEN WS-CA-DETAIL
                       PERFORM 3000-DETAIL-AID
                   WHEN OTHER
                       PERFORM 1000-SEND-FRESH-LIST
               END-EVALUATE
           END-IF

           EXEC CICS
               RETURN TRANSID('TBXH') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC

           GOBACK.

      ******************************************************************
      * EMPTY LIST SCREEN: THE DESK KEYS A ROG AND CORP_ITEM_CD AND    *
      * PRESSES ENTER FOR THE NEWEST PAGE OF THAT ITEM'S HISTORY.      *
      ******************************************************************
       1000-SEND-FRESH-LIST.
           MOVE LOW-VALUES TO TBXHLSTO
           IF WS-LST-MSG = SPACES
               MOVE 'KEY ROG AND CORP ITEM CODE AND PRESS ENTER'
                    TO WS-LST-MSG
           END-IF
           MOVE WS-LST-MSG TO HMSGO
           MOVE SPACES     TO WS-LST-MSG
           MOVE ZERO       TO WS-CA-LINE-CT
           EXEC CICS
               SEND MAP('TBXHLST') MAPSET('TBXHINQM') ERASE
           END-EXEC
           SET WS-CA-LIST TO TRUE.

      ******************************************************************
      * XCTL FROM TBXONLN'S PF6 WITH THE ROG/CORP_ITEM_CD IT HAD UP:   *
      * GO STRAIGHT TO THE NEWEST PAGE, OR TO THE EMPTY LIST IF THE    *
      * KEY SCREEN WAS SENT OVER BLANK.                                *
      ******************************************************************
       1500-ENTRY-FROM-ONLN.
           IF WS-CA-ROG = SPACES OR WS-CA-ROG = LOW-VALUES
              OR WS-CA-CORP-ITEM-CD IS NOT NUMERIC
              OR WS-CA-CORP-ITEM-CD = ZERO
               PERFORM 1000-SEND-FRESH-LIST
           ELSE
               PERFORM 2200-FIRST-PAGE
           END-IF.

       2000-LIST-AID.
           EVALUATE TRUE
               WHEN EIBAID = WS-AID-PF3
                   PERFORM 9000-EXIT-TRANSACTION
               WHEN EIBAID = WS-AID-PF7
                   PERFORM 2600-PAGE-BACKWARD
               WHEN EIBAID = WS-AID-PF8
                   PERFORM 2500-PAGE-FORWARD
               WHEN OTHER
                   PERFORM 2100-RECV-LIST
           END-EVALUATE.

      ******************************************************************
      * ENTER ON THE LIST: AN 'S' SELECTS THAT CHANGE ONTO THE DETAIL  *
      * SCREEN; OTHERWISE A NEWLY KEYED ROG/CORP_ITEM_CD STARTS THAT   *
      * ITEM'S HISTORY FROM THE NEWEST PAGE.                           *
      ******************************************************************
       2100-RECV-LIST.
           EXEC CICS
               HANDLE CONDITION MAPFAIL(2150-LIST-MAPFAIL)
           END-EXEC

           EXEC CICS
               RECEIVE MAP('TBXHLST') MAPSET('TBXHINQM')
           END-EXEC

           MOVE 'N' TO WS-SEL-FOUND-SW
           PERFORM VARYING WS-SEL-IX FROM 1 BY 1
                   UNTIL WS-SEL-IX > WS-CA-LINE-CT
                      OR WS-SEL-FOUND
               IF SELHI (WS-SEL-IX) = 'S'
                   SET WS-SEL-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-SEL-IX
               END-IF
           END-PERFORM

           IF WS-SEL-FOUND
               MOVE WS-CA-LINE-KEY (WS-SEL-IX) TO WS-CA-SEL-KEY
               PERFORM 4000-SEND-DETAIL
           ELSE
               IF HROGL > ZERO
                   MOVE HROGI  TO WS-CA-ROG
               END-IF
               IF HITEML > ZERO
                   IF HITEMI IS NUMERIC
                       MOVE HITEMI TO WS-CA-CORP-ITEM-CD
                   ELSE
                       MOVE ZERO   TO WS-CA-CORP-ITEM-CD
                   END-IF
               END-IF
               IF WS-CA-ROG = SPACES OR WS-CA-ROG = LOW-VALUES
                  OR WS-CA-CORP-ITEM-CD IS NOT NUMERIC
                  OR WS-CA-CORP-ITEM-CD = ZERO
                   MOVE 'ROG AND CORP ITEM CODE ARE BOTH REQUIRED'
                        TO WS-LST-MSG
                   PERFORM 1000-SEND-FRESH-LIST
               ELSE
                   PERFORM 2200-FIRST-PAGE
               END-IF
           END-IF.

      ******************************************************************
      * ENTER WITH NOTHING KEYED.  CONTROL ARRIVES HERE BY THE HANDLE  *
      * CONDITION, NOT A PERFORM, SO THE TASK RETURNS FROM HERE.       *
      ******************************************************************
       2150-LIST-MAPFAIL.
           MOVE 'KEY ITEM, S TO SELECT, PF7/PF8 PAGE, PF3 EXIT'
                TO WS-LST-MSG
           IF WS-CA-LINE-CT > ZERO
               PERFORM 2250-REDISPLAY-PAGE
           ELSE
               PERFORM 1000-SEND-FRESH-LIST
           END-IF
           EXEC CICS
               RETURN TRANSID('TBXH') COMMAREA(WS-COMMAREA)
                      LENGTH(LENGTH OF WS-COMMAREA)
           END-EXEC.

      ******************************************************************
      * NEWEST PAGE: EVERY SORT KEY IS BELOW HIGH-VALUES.              *
      ******************************************************************
       2200-FIRST-PAGE.
           MOVE HIGH-VALUES TO WS-CA-PAGE-KEY
           PERFORM 2250-REDISPLAY-PAGE
           IF WS-PAGE-CT = ZERO
               MOVE 'NO PRICE HISTORY ON FILE FOR THIS ITEM'
                    TO WS-LST-MSG
               PERFORM 1000-SEND-FRESH-LIST
           END-IF.

      ******************************************************************
      * PUT UP THE PAGE THAT STARTS BELOW WS-CA-PAGE-KEY -- PAGE ONE,  *
      * OR THE PAGE A DETAIL WAS SELECTED FROM.  AN EMPTY FETCH SENDS  *
      * NOTHING; THE CALLER DECIDES WHAT TO SAY.                       *
      ******************************************************************
       2250-REDISPLAY-PAGE.
           MOVE WS-CA-PAGE-KEY TO WS-HQ-START-KEY
           PERFORM 2300-FILL-FORWARD
           IF WS-PAGE-CT > ZERO
               PERFORM 2700-SEND-LIST-PAGE
           END-IF.

      ******************************************************************
      * PF8: THE NEXT OLDER PAGE.  PAST THE OLDEST CHANGE THE CURRENT  *
      * PAGE IS PUT BACK UP WITH A MESSAGE, SO THE ANCHORS AND THE     *
      * LINE KEYS ALWAYS MATCH WHAT IS ON THE SCREEN.                  *
      ******************************************************************
       2500-PAGE-FORWARD.
           IF WS-CA-LINE-CT = ZERO
               PERFORM 1000-SEND-FRESH-LIST
           ELSE
               MOVE WS-CA-BOT-KEY TO WS-HQ-START-KEY
               PERFORM 2300-FILL-FORWARD
               IF WS-PAGE-CT = ZERO
                   MOVE 'OLDEST CHANGE ON FILE - END OF HISTORY'
                        TO WS-LST-MSG
                   PERFORM 2250-REDISPLAY-PAGE
               ELSE
                   MOVE WS-HQ-START-KEY TO WS-CA-PAGE-KEY
                   PERFORM 2700-SEND-LIST-PAGE
               END-IF
           END-IF.

      ******************************************************************
      * FILL ONE PAGE, NEWEST FIRST, BELOW WS-HQ-START-KEY.            *
      ******************************************************************
       2300-FILL-FORWARD.
           MOVE WS-CA-ROG          TO WS-HQ-ROG
           MOVE WS-CA-CORP-ITEM-CD TO WS-HQ-CORP-ITEM-CD
           MOVE ZERO TO WS-PAGE-CT
           MOVE 'N'  TO WS-HQ-EOF-SW

           EXEC SQL
               OPEN HQ_FWD
           END-EXEC

           PERFORM UNTIL WS-HQ-EOF
                       OR WS-PAGE-CT = 8
               EXEC SQL
                   FETCH    HQ_FWD
                   INTO    :WS-HQ-SORT-KEY, :WS-HQ-SRC,
                           :HIST-UPC-MANUF, :HIST-UPC-SALES,
                           :HIST-OLD-RING, :HIST-NEW-RING,
                           :HIST-GROSS-RING,
                           :HIST-OLD-RING-QTY, :HIST-NEW-RING-QTY,
                           :HIST-OLD-PACK-RETAIL,
                           :HIST-NEW-PACK-RETAIL,
                           :HIST-CHANGE-TIMESTAMP,
                           :HIST-JOB-ID, :HIST-USER-ID
               END-EXEC
               IF SQLCODE NOT = 0
                   SET WS-HQ-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-PAGE-CT
                   PERFORM 2400-STOW-PAGE-ROW
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE HQ_FWD
           END-EXEC

           IF WS-PAGE-CT > ZERO
               MOVE WS-PG-SORT-KEY (1)          TO WS-CA-TOP-KEY
               MOVE WS-PG-SORT-KEY (WS-PAGE-CT) TO WS-CA-BOT-KEY
           END-IF.

       2400-STOW-PAGE-ROW.
           MOVE WS-HQ-SORT-KEY       TO WS-PG-SORT-KEY (WS-PAGE-CT)
           MOVE WS-HQ-SRC            TO WS-PG-SRC (WS-PAGE-CT)
           MOVE HIST-UPC-MANUF       TO WS-PG-UPC-MANUF (WS-PAGE-CT)
           MOVE HIST-UPC-SALES       TO WS-PG-UPC-SALES (WS-PAGE-CT)
           MOVE HIST-OLD-RING        TO WS-PG-OLD-RING (WS-PAGE-CT)
           MOVE HIST-NEW-RING        TO WS-PG-NEW-RING (WS-PAGE-CT)
           MOVE HIST-GROSS-RING      TO WS-PG-GROSS-RING (WS-PAGE-CT)
           MOVE HIST-OLD-RING-QTY    TO
                WS-PG-OLD-RING-QTY (WS-PAGE-CT)
           MOVE HIST-NEW-RING-QTY    TO
                WS-PG-NEW-RING-QTY (WS-PAGE-CT)
           MOVE HIST-OLD-PACK-RETAIL TO WS-PG-OLD-PACK (WS-PAGE-CT)
           MOVE HIST-NEW-PACK-RETAIL TO WS-PG-NEW-PACK (WS-PAGE-CT)
           MOVE HIST-CHANGE-TIMESTAMP TO WS-PG-CHANGE-TS (WS-PAGE-CT)
           MOVE HIST-JOB-ID          TO WS-PG-JOB-ID (WS-PAGE-CT)
           MOVE HIST-USER-ID         TO WS-PG-USER-ID (WS-PAGE-CT).

      ******************************************************************
      * PF7: THE NEXT NEWER PAGE.  UP TO EIGHT ROWS ABOVE THE TOP      *
      * ANCHOR COME BACK OLDEST-FIRST AND ARE REVERSED; A NINTH ROW    *
      * MEANS THERE IS MORE ABOVE AND ITS KEY IS WHERE THIS PAGE WOULD *
      * BE RE-FETCHED FROM.  NO NINTH ROW MEANS THE NEW PAGE IS PAGE   *
      * ONE, SO PAGE ONE IS PUT UP FULL.                               *
      ******************************************************************
       2600-PAGE-BACKWARD.
           IF WS-CA-LINE-CT = ZERO
               PERFORM 1000-SEND-FRESH-LIST
           ELSE
               MOVE WS-CA-ROG          TO WS-HQ-ROG
               MOVE WS-CA-CORP-ITEM-CD TO WS-HQ-CORP-ITEM-CD
               MOVE WS-CA-TOP-KEY      TO WS-HQ-START-KEY
               MOVE ZERO TO WS-PAGE-CT
               MOVE 'N'  TO WS-HQ-EOF-SW
               MOVE 'N'  TO WS-MORE-ABOVE-SW

               EXEC SQL
                   OPEN HQ_BWD
               END-EXEC

               PERFORM UNTIL WS-HQ-EOF
                           OR WS-MORE-ABOVE
                   EXEC SQL
                       FETCH    HQ_BWD
                       INTO    :WS-HQ-SORT-KEY, :WS-HQ-SRC,
                               :HIST-UPC-MANUF, :HIST-UPC-SALES,
                               :HIST-OLD-RING, :HIST-NEW-RING,
                               :HIST-GROSS-RING,
                               :HIST-OLD-RING-QTY,
                               :HIST-NEW-RING-QTY,
                               :HIST-OLD-PACK-RETAIL,
                               :HIST-NEW-PACK-RETAIL,
                               :HIST-CHANGE-TIMESTAMP,
                               :HIST-JOB-ID, :HIST-USER-ID
                   END-EXEC
                   IF SQLCODE NOT = 0
                       SET WS-HQ-EOF TO TRUE
                   ELSE
                       IF WS-PAGE-CT = 8
                           SET WS-MORE-ABOVE TO TRUE
                       ELSE
                           ADD 1 TO WS-PAGE-CT
                           PERFORM 2400-STOW-PAGE-ROW
                       END-IF
                   END-IF
               END-PERFORM

               EXEC SQL
                   CLOSE HQ_BWD
               END-EXEC

               IF WS-MORE-ABOVE
                   PERFORM 2650-REVERSE-PAGE
                   MOVE WS-HQ-SORT-KEY              TO WS-CA-PAGE-KEY
                   MOVE WS-PG-SORT-KEY (1)          TO WS-CA-TOP-KEY
                   MOVE WS-PG-SORT-KEY (WS-PAGE-CT) TO WS-CA-BOT-KEY
                   PERFORM 2700-SEND-LIST-PAGE
               ELSE
                   IF WS-PAGE-CT = ZERO
                       MOVE 'NEWEST CHANGE ON FILE - TOP OF HISTORY'
                            TO WS-LST-MSG
                   END-IF
                   PERFORM 2200-FIRST-PAGE
               END-IF
           END-IF.

       2650-REVERSE-PAGE.
           COMPUTE WS-BRW-JX = WS-PAGE-CT
           PERFORM VARYING WS-BRW-IX FROM 1 BY 1
                   UNTIL WS-BRW-IX >= WS-BRW-JX
               MOVE WS-PAGE-ENTRY (WS-BRW-IX) TO WS-PAGE-HOLD
               MOVE WS-PAGE-ENTRY (WS-BRW-JX) TO
                    WS-PAGE-ENTRY (WS-BRW-IX)
               MOVE WS-PAGE-HOLD TO WS-PAGE-ENTRY (WS-BRW-JX)
               SUBTRACT 1 FROM WS-BRW-JX
           END-PERFORM.

      ******************************************************************
      * BUILD AND SEND THE LIST: TWO PROTECTED LINES PER CHANGE WITH   *
      * AN UNPROTECTED SELECTION BYTE ON THE FIRST, THE ITEM ECHOED AT *
      * THE TOP, AND EVERY LINE'S SORT KEY STOWED IN THE COMMAREA FOR  *
      * THE NEXT ROUND TRIP.                                           *
      ******************************************************************
       2700-SEND-LIST-PAGE.
           MOVE LOW-VALUES         TO TBXHLSTO
           MOVE WS-CA-ROG          TO HROGO
           MOVE WS-CA-CORP-ITEM-CD TO HITEMO
           MOVE WS-PAGE-CT         TO WS-CA-LINE-CT

           PERFORM VARYING WS-BRW-IX FROM 1 BY 1
                   UNTIL WS-BRW-IX > WS-PAGE-CT
               PERFORM 2750-BUILD-ONE-CHANGE
           END-PERFORM

           IF WS-LST-MSG = SPACES
               MOVE 'S TO SELECT, PF7/PF8 PAGE, PF3 EXIT' TO WS-LST-MSG
           END-IF
           MOVE WS-LST-MSG TO HMSGO
           MOVE SPACES     TO WS-LST-MSG

           EXEC CICS
               SEND MAP('TBXHLST') MAPSET('TBXHINQM') ERASE
           END-EXEC

           SET WS-CA-LIST TO TRUE.

       2750-BUILD-ONE-CHANGE.
           MOVE WS-PG-CHANGE-TS (WS-BRW-IX) (1:19) TO WS-LA-CHANGE-TS
           EVALUATE WS-PG-SRC (WS-BRW-IX)
               WHEN 'A'
                   MOVE 'ARCHIVE'  TO WS-LA-SRC
               WHEN 'P'
                   MOVE 'PENDING'  TO WS-LA-SRC
               WHEN OTHER
                   MOVE SPACES     TO WS-LA-SRC
           END-EVALUATE
           MOVE WS-PG-UPC-MANUF (WS-BRW-IX) TO WS-LA-UPC-MANUF
           MOVE WS-PG-UPC-SALES (WS-BRW-IX) TO WS-LA-UPC-SALES
           MOVE WS-PG-JOB-ID    (WS-BRW-IX) TO WS-LA-JOB-ID
           MOVE WS-PG-USER-ID   (WS-BRW-IX) TO WS-LA-USER-ID

           MOVE SPACES                 TO WS-LB-OLD-QTY-GRP
           IF WS-PG-OLD-RING-QTY (WS-BRW-IX) > 1
               MOVE WS-PG-OLD-RING-QTY (WS-BRW-IX) TO WS-LB-OLD-QTY
               MOVE '/'                TO WS-LB-OLD-SLASH
           END-IF
           MOVE WS-PG-OLD-RING (WS-BRW-IX)   TO WS-LB-OLD-RING
           MOVE SPACES                 TO WS-LB-NEW-QTY-GRP
           IF WS-PG-NEW-RING-QTY (WS-BRW-IX) > 1
               MOVE WS-PG-NEW-RING-QTY (WS-BRW-IX) TO WS-LB-NEW-QTY
               MOVE '/'                TO WS-LB-NEW-SLASH
           END-IF
           MOVE WS-PG-NEW-RING (WS-BRW-IX)   TO WS-LB-NEW-RING
           MOVE WS-PG-GROSS-RING (WS-BRW-IX) TO WS-LB-GROSS-RING
           MOVE WS-PG-OLD-PACK (WS-BRW-IX)   TO WS-LB-OLD-PACK
           MOVE WS-PG-NEW-PACK (WS-BRW-IX)   TO WS-LB-NEW-PACK
           IF WS-PG-SRC (WS-BRW-IX) = 'P'
               MOVE SPACES TO WS-LB-OLD-RING-GRP
               MOVE SPACES TO WS-LB-OLD-PACK-GRP
           END-IF

           MOVE WS-HL-LINE-A TO LNAHO (WS-BRW-IX)
           MOVE WS-HL-LINE-B TO LNBHO (WS-BRW-IX)
           MOVE WS-PG-SORT-KEY (WS-BRW-IX) TO
                WS-CA-LINE-KEY (WS-BRW-IX).

       3000-DETAIL-AID.
           EVALUATE TRUE
               WHEN EIBAID = WS-AID-PF3
                   PERFORM 2250-REDISPLAY-PAGE
                   IF WS-PAGE-CT = ZERO
                       PERFORM 2200-FIRST-PAGE
                   END-IF
               WHEN OTHER
                   PERFORM 4000-SEND-DETAIL
           END-EVALUATE.

      ******************************************************************
      * READ THE SELECTED CHANGE BACK FROM WHICHEVER TABLE ITS SORT    *
      * KEY SAYS IT CAME FROM AND PUT IT UP IN FULL.  A LIVE ROW       *
      * TBXHPURG MOVED, OR A PENDING ROW TBXRELSE RELEASED, SINCE THE  *
      * LIST WAS BUILT IS REPORTED AND THE LIST RE-FETCHED.            *
      ******************************************************************
       4000-SEND-DETAIL.
           MOVE WS-CA-SEL-KEY      TO WS-SEL-KEY
           MOVE WS-CA-ROG          TO HIST-ROG
           MOVE WS-CA-CORP-ITEM-CD TO HIST-CORP-ITEM-CD
           MOVE WS-SK-UPC-MANUF    TO HIST-UPC-MANUF
           MOVE WS-SK-UPC-SALES    TO HIST-UPC-SALES
           MOVE WS-SK-UPC-COUNTRY  TO HIST-UPC-COUNTRY
           MOVE WS-SK-UPC-SYSTEM   TO HIST-UPC-SYSTEM
           MOVE WS-SK-UNIT-TYPE    TO HIST-UNIT-TYPE
           MOVE WS-SK-CHANGE-TS    TO HIST-CHANGE-TIMESTAMP

           EVALUATE TRUE
               WHEN WS-SK-PENDING
                   PERFORM 4200-READ-PENDING
               WHEN WS-SK-ARCHIVE
                   PERFORM 4150-READ-ARCHIVE
               WHEN OTHER
                   PERFORM 4100-READ-LIVE
           END-EVALUATE

           IF SQLCODE NOT = 0
               MOVE 'SELECTED CHANGE HAS MOVED - LIST REFRESHED'
                    TO WS-LST-MSG
               PERFORM 2200-FIRST-PAGE
           ELSE
               MOVE LOW-VALUES         TO TBXHDTLO
               MOVE WS-CA-ROG          TO DROGO
               MOVE WS-CA-CORP-ITEM-CD TO DITEMO
               MOVE WS-SK-UPC-MANUF    TO WS-DU-UPC-MANUF
               MOVE WS-SK-UPC-SALES    TO WS-DU-UPC-SALES
               MOVE WS-SK-UPC-COUNTRY  TO WS-DU-UPC-COUNTRY
               MOVE WS-SK-UPC-SYSTEM   TO WS-DU-UPC-SYSTEM
               MOVE WS-DTL-UPC         TO DUPCO
               MOVE WS-SK-UNIT-TYPE    TO DUNITO
               IF WS-SK-PENDING
                   PERFORM 4350-BUILD-PENDING-DETAIL
               ELSE
                   PERFORM 4300-BUILD-HIST-DETAIL
               END-IF
               MOVE 'PF3 RETURNS TO THE LIST' TO DMSGO
               EXEC CICS
                   SEND MAP('TBXHDTL') MAPSET('TBXHINQM') ERASE
               END-EXEC
               SET WS-CA-DETAIL TO TRUE
           END-IF.

       4100-READ-LIVE.
           EXEC SQL
               SELECT   OLD_RING, NEW_RING, GROSS_RING,
                        OLD_RING_QTY, NEW_RING_QTY,
                        OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                        JOB_ID, USER_ID, CHECKER_ID,
                        REV_JOB_ID, REV_CHANGE_TS
               INTO    :HIST-OLD-RING, :HIST-NEW-RING,
                       :HIST-GROSS-RING,
                       :HIST-OLD-RING-QTY, :HIST-NEW-RING-QTY,
                       :HIST-OLD-PACK-RETAIL, :HIST-NEW-PACK-RETAIL,
                       :HIST-JOB-ID, :HIST-USER-ID, :HIST-CHECKER-ID,
                       :HIST-REV-JOB-ID,
                       :HIST-REV-CHANGE-TS :HIST-REV-TS-IND
               FROM     X_HIST
               WHERE    ROG              = :HIST-ROG
                  AND   CORP_ITEM_CD     = :HIST-CORP-ITEM-CD
                  AND   UPC_MANUF        = :HIST-UPC-MANUF
                  AND   UPC_SALES        = :HIST-UPC-SALES
                  AND   UPC_COUNTRY      = :HIST-UPC-COUNTRY
                  AND   UPC_SYSTEM       = :HIST-UPC-SYSTEM
                  AND   UNIT_TYPE        = :HIST-UNIT-TYPE
                  AND   CHANGE_TIMESTAMP = :HIST-CHANGE-TIMESTAMP
               FETCH FIRST ROW ONLY
           END-EXEC.

       4150-READ-ARCHIVE.
           EXEC SQL
               SELECT   OLD_RING, NEW_RING, GROSS_RING,
                        OLD_RING_QTY, NEW_RING_QTY,
                        OLD_PACK_RETAIL, NEW_PACK_RETAIL,
                        JOB_ID, USER_ID, CHECKER_ID,
                        REV_JOB_ID, REV_CHANGE_TS
               INTO    :HIST-OLD-RING, :HIST-NEW-RING,
                       :HIST-GROSS-RING,
                       :HIST-OLD-RING-QTY, :HIST-NEW-RING-QTY,
                       :HIST-OLD-PACK-RETAIL, :HIST-NEW-PACK-RETAIL,
                       :HIST-JOB-ID, :HIST-USER-ID, :HIST-CHECKER-ID,
                       :HIST-REV-JOB-ID,
                       :HIST-REV-CHANGE-TS :HIST-REV-TS-IND
               FROM     X_HIST_ARCH
               WHERE    ROG              = :HIST-ROG
                  AND   CORP_ITEM_CD     = :HIST-CORP-ITEM-CD
                  AND   UPC_MANUF        = :HIST-UPC-MANUF
                  AND   UPC_SALES        = :HIST-UPC-SALES
                  AND   UPC_COUNTRY      = :HIST-UPC-COUNTRY
                  AND   UPC_SYSTEM       = :HIST-UPC-SYSTEM
                  AND   UNIT_TYPE        = :HIST-UNIT-TYPE
                  AND   CHANGE_TIMESTAMP = :HIST-CHANGE-TIMESTAMP
               FETCH FIRST ROW ONLY
           END-EXEC.

       4200-READ-PENDING.
           EXEC SQL
               SELECT   RING, RING_QTY, PACK_RETAIL,
                        EFF_DATE, ADD_TIMESTAMP, JOB_ID
               INTO    :PND-RING, :PND-RING-QTY, :PND-PACK-RETAIL,
                       :PND-EFF-DATE, :PND-ADD-TIMESTAMP,
                       :PND-JOB-ID
               FROM     X_PENDING
               WHERE    ROG              = :HIST-ROG
                  AND   CORP_ITEM_CD     = :HIST-CORP-ITEM-CD
                  AND   UPC_MANUF        = :HIST-UPC-MANUF
                  AND   UPC_SALES        = :HIST-UPC-SALES
                  AND   UPC_COUNTRY      = :HIST-UPC-COUNTRY
                  AND   UPC_SYSTEM       = :HIST-UPC-SYSTEM
                  AND   UNIT_TYPE        = :HIST-UNIT-TYPE
                  AND   EFF_DATE         = DATE(:HIST-CHANGE-TIMESTAMP)
               FETCH FIRST ROW ONLY
           END-EXEC.

      ******************************************************************
      * ONE X_HIST / X_HIST_ARCH CHANGE IN FULL, AND ITS REVERSAL      *
      * STATUS FROM 4400-CHECK-REVERSAL.                               *
      ******************************************************************
       4300-BUILD-HIST-DETAIL.
           IF WS-SK-ARCHIVE
               MOVE 'ARCHIVE'           TO DSRCO
           ELSE
               MOVE 'LIVE'              TO DSRCO
           END-IF
           MOVE HIST-CHANGE-TIMESTAMP   TO DTSO
           MOVE HIST-JOB-ID             TO DJOBO
           MOVE HIST-USER-ID            TO DUSERO
           MOVE HIST-CHECKER-ID         TO DCHKO

           MOVE SPACES                  TO WS-DR-QTY-GRP
           IF HIST-OLD-RING-QTY > 1
               MOVE HIST-OLD-RING-QTY   TO WS-DR-QTY
               MOVE '/'                 TO WS-DR-SLASH
           END-IF
           MOVE HIST-OLD-RING           TO WS-DR-RING
           MOVE WS-DTL-RING             TO DORNGO
           MOVE SPACES                  TO WS-DR-QTY-GRP
           IF HIST-NEW-RING-QTY > 1
               MOVE HIST-NEW-RING-QTY   TO WS-DR-QTY
               MOVE '/'                 TO WS-DR-SLASH
           END-IF
           MOVE HIST-NEW-RING           TO WS-DR-RING
           MOVE WS-DTL-RING             TO DNRNGO
           MOVE HIST-GROSS-RING         TO WS-DR-RING
           MOVE WS-DTL-RING             TO DGRNGO
           MOVE HIST-OLD-PACK-RETAIL    TO WS-DTL-PACK
           MOVE WS-DTL-PACK             TO DOPCKO
           MOVE HIST-NEW-PACK-RETAIL    TO WS-DTL-PACK
           MOVE WS-DTL-PACK             TO DNPCKO

           PERFORM 4400-CHECK-REVERSAL.

      ******************************************************************
      * A PENDING ROW: THE STAGED PRICE, WHO STAGED IT AND WHEN, AND   *
      * THE DATE TBXRELSE WILL APPLY IT.                               *
      ******************************************************************
       4350-BUILD-PENDING-DETAIL.
           MOVE 'PENDING'               TO DSRCO
           MOVE PND-ADD-TIMESTAMP       TO DTSO
           MOVE PND-JOB-ID              TO DJOBO
           MOVE SPACES                  TO DUSERO
           MOVE SPACES                  TO DCHKO
           MOVE SPACES                  TO DORNGO
           MOVE SPACES                  TO WS-DR-QTY-GRP
           IF PND-RING-QTY > 1
               MOVE PND-RING-QTY        TO WS-DR-QTY
               MOVE '/'                 TO WS-DR-SLASH
           END-IF
           MOVE PND-RING                TO WS-DR-RING
           MOVE WS-DTL-RING             TO DNRNGO
                                           DGRNGO
           MOVE SPACES                  TO DOPCKO
           MOVE PND-PACK-RETAIL         TO WS-DTL-PACK
           MOVE WS-DTL-PACK             TO DNPCKO
           MOVE PND-EFF-DATE            TO WS-PM-EFF-DATE
           MOVE WS-PENDING-MSG          TO DREVO.

      ******************************************************************
      * WAS THIS CHANGE LATER BACKED OUT?  A TBXBKOUT ROW NAMES THE    *
      * ROW IT REVERSED IN REV_JOB_ID/REV_CHANGE_TS.  REVERSALS RUN    *
      * BEFORE THOSE COLUMNS WERE CARRIED HAVE THEM NULL AND ARE       *
      * MATCHED THE WAY TBXBKOUT BUILT THEM -- A LATER TBXBKOUT ROW ON *
      * THE SAME UPC WHOSE OLD VALUES ARE THIS CHANGE'S NEW VALUES AND *
      * WHOSE NEW VALUES ARE ITS OLD.  THE REVERSAL MAY ITSELF HAVE    *
      * BEEN PURGED, SO X_HIST_ARCH IS SEARCHED TOO.  A TBXBKOUT ROW   *
      * INSTEAD SAYS WHICH RUN IT REVERSED.                            *
      ******************************************************************
       4400-CHECK-REVERSAL.
           IF HIST-JOB-ID = 'TBXBKOUT'
               IF HIST-REV-TS-IND < ZERO
                   MOVE 'TBXBKOUT REVERSAL - ORIGINAL RUN NOT RECORDED'
                        TO DREVO
               ELSE
                   MOVE HIST-REV-JOB-ID          TO WS-RO-JOB-ID
                   MOVE HIST-REV-CHANGE-TS (1:19) TO WS-RO-CHANGE-TS
                   MOVE WS-REVERSAL-OF-MSG       TO DREVO
               END-IF
           ELSE
               EXEC SQL
                   SELECT   CHAR(R.CHANGE_TIMESTAMP), R.USER_ID
                   INTO    :WS-HQ-REV-TS, :WS-HQ-REV-USER
                   FROM   ( SELECT CHANGE_TIMESTAMP, USER_ID,
                                   REV_JOB_ID, REV_CHANGE_TS,
                                   OLD_RING, NEW_RING,
                                   OLD_RING_QTY, NEW_RING_QTY,
                                   OLD_PACK_RETAIL, NEW_PACK_RETAIL
                            FROM   X_HIST
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID       = 'TBXBKOUT'
                              AND  CHANGE_TIMESTAMP >
                                   :HIST-CHANGE-TIMESTAMP
                            UNION ALL
                            SELECT CHANGE_TIMESTAMP, USER_ID,
                                   REV_JOB_ID, REV_CHANGE_TS,
                                   OLD_RING, NEW_RING,
                                   OLD_RING_QTY, NEW_RING_QTY,
                                   OLD_PACK_RETAIL, NEW_PACK_RETAIL
                            FROM   X_HIST_ARCH
                            WHERE  ROG          = :HIST-ROG
                              AND  CORP_ITEM_CD = :HIST-CORP-ITEM-CD
                              AND  UPC_MANUF    = :HIST-UPC-MANUF
                              AND  UPC_SALES    = :HIST-UPC-SALES
                              AND  UPC_COUNTRY  = :HIST-UPC-COUNTRY
                              AND  UPC_SYSTEM   = :HIST-UPC-SYSTEM
                              AND  UNIT_TYPE    = :HIST-UNIT-TYPE
                              AND  JOB_ID       = 'TBXBKOUT'
                              AND  CHANGE_TIMESTAMP >
                                   :HIST-CHANGE-TIMESTAMP ) AS R
                   WHERE   (R.REV_CHANGE_TS = :HIST-CHANGE-TIMESTAMP
                            AND R.REV_JOB_ID = :HIST-JOB-ID)
                      OR   (R.REV_CHANGE_TS IS NULL
                            AND R.OLD_RING        = :HIST-NEW-RING
                            AND R.NEW_RING        = :HIST-OLD-RING
                            AND R.OLD_RING_QTY    = :HIST-NEW-RING-QTY
                            AND R.NEW_RING_QTY    = :HIST-OLD-RING-QTY
                            AND R.OLD_PACK_RETAIL =
                                :HIST-NEW-PACK-RETAIL
                            AND R.NEW_PACK_RETAIL =
                                :HIST-OLD-PACK-RETAIL)
                   ORDER BY R.CHANGE_TIMESTAMP
                   FETCH FIRST ROW ONLY
               END-EXEC
               IF SQLCODE = 0
                   MOVE WS-HQ-REV-TS (1:19) TO WS-RV-CHANGE-TS
                   MOVE WS-HQ-REV-USER      TO WS-RV-USER-ID
                   MOVE WS-REVERSED-MSG     TO DREVO
               ELSE
                   MOVE 'NOT REVERSED BY TBXBKOUT' TO DREVO
               END-IF
           END-IF.

      ******************************************************************
      * PF3 FROM THE LIST: BACK TO TBXONLN'S KEY SCREEN IF THAT IS     *
      * WHERE THE DESK CAME FROM, OTHERWISE END THE TRANSACTION.       *
      ******************************************************************
       9000-EXIT-TRANSACTION.
           IF WS-CA-FROM-ONLN
               EXEC CICS
                   XCTL PROGRAM('TBXONLN')
               END-EXEC
           END-IF
           EXEC CICS
               SEND TEXT FROM('TBXHINQ ENDED')
                    ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.

       9999-ABEND-PARA.
           EXEC CICS
               SEND TEXT FROM('TBXHINQ ABEND - SEE CICS LOG')
                    ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.
