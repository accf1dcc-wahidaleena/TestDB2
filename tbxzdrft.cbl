       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXZDRFT.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * ZONE PRICE DRIFT REPORT.                                       *
      * TESTDB2'S 0052-PROCESS-ZONE FANS A ZONE PRICE TO EVERY ROG IN  *
      * ZONE_ROG, BUT NOTHING KEEPS THE MEMBERS IN STEP AFTER THAT: A  *
      * TBXONLN CORRECTION ON ONE STORE, A ROG-LEVEL FEED RECORD, A    *
      * TBXBKOUT REVERSAL THAT HIT PART OF A ZONE, OR A ROG THAT       *
      * JOINED THE ZONE THROUGH TBXZONEM AFTER THE LAST ZONE PRICE ALL *
      * LEAVE ONE STORE RINGING DIFFERENTLY FROM ITS PARTNERS.  THIS   *
      * NIGHTLY JOB WALKS ZONE_ROG AGAINST X AND, FOR EVERY ITEM/UPC   *
      * (THE FULL X KEY LESS ROG) CARRIED BY TWO OR MORE MEMBERS OF A  *
      * ZONE, COMPARES RING, RING_QTY AND PACK_RETAIL ACROSS THEM.     *
      * WHERE THE MEMBERS DISAGREE THE REPORT SHOWS THE MAJORITY       *
      * (ZONE) PRICE, EACH OUTLYING ROG WITH ITS PRICE, AND THE LAST   *
      * X_HIST CHANGE THAT CAUSED THE SPLIT (JOB_ID, USER_ID,          *
      * TIMESTAMP) -- THE OUTLIER'S OWN LAST CHANGE WHEN IT MOVED OFF  *
      * THE ZONE PRICE, OR THE ZONE'S LAST MOVE TO THE MAJORITY PRICE  *
      * WHEN THE OUTLIER WAS LEFT BEHIND.  A ROG WITH A LIVE X_PROMO   *
      * ROW FOR THE ITEM IS LEFT OUT OF THE COMPARE; ITS TEMPORARY     *
      * PRICE IS NOT DRIFT.  WITH 'Y' IN THE PARM CARD THE JOB ALSO    *
      * WRITES ONE ZONE-PRICED INFILE RECORD ('Z' + ZONE CODE) AT THE  *
      * MAJORITY PRICE PER DRIFTING ITEM/UPC, WRAPPED IN ITS OWN       *
      * HDR/TRL BATCH (SOURCE SYSTEM TBXZDRFT), SO THE DESK CAN        *
      * CONCATENATE IT INTO THE NEXT TESTDB2 INFILE TO RE-ALIGN THE    *
      * ZONE INSTEAD OF KEYING EACH STORE.  A TIE FOR THE MAJORITY IS  *
      * REPORTED BUT NEVER WRITTEN -- THE DESK HAS TO PICK THE PRICE.  *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT ZONE-INFILE      ASSIGN TO ZONEOUT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ZONEOUT-STATUS.

           SELECT DRIFT-RPT        ASSIGN TO DRIFTRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DRIFTRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PARM CARD (OPTIONAL): 'Y' IN COLUMN 1 WRITES THE RE-ALIGN      *
      * INFILE; COLUMNS 2-9 ARE THE FEED DATE FOR ITS HDR RECORD       *
      * (CCYYMMDD).  TESTDB2 ONLY ACCEPTS A BATCH DATED ITS OWN RUN    *
      * DATE, SO A BLANK DATE DEFAULTS TO TOMORROW -- THE NEXT NIGHTLY *
      * TESTDB2 RUN.                                                   *
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-REALIGN-SW         PIC X(01).
               88  PARM-REALIGN            VALUE 'Y'.
           05  PARM-FEED-DATE          PIC 9(08).
           05  FILLER                  PIC X(71).

      ******************************************************************
      * SAME 75-BYTE LAYOUT AS TESTDB2'S INFILE-RECORD, WITH ITS HDR,  *
      * TRL AND ZONE-PRICED VIEWS.                                     *
      ******************************************************************
       FD  ZONE-INFILE
           RECORD CONTAINS 75 CHARACTERS.
       01  ZONE-INFILE-RECORD.
           05  ZI-ROG                  PIC X(03).
           05  ZI-CORP-ITEM-CD         PIC 9(09).
           05  ZI-UPC-MANUF            PIC 9(06).
           05  ZI-UPC-SALES            PIC 9(05).
           05  ZI-UPC-COUNTRY          PIC 9(03).
           05  ZI-UPC-SYSTEM           PIC 9(01).
           05  ZI-UNIT-TYPE            PIC X(01).
           05  ZI-PRIMARY-UPC-SW       PIC X(01).
           05  ZI-PACK-RETAIL          PIC 9(5)V99.
           05  ZI-LABEL-SIZE           PIC X(04).
           05  ZI-LABEL-NUMBERS        PIC X(10).
           05  ZI-PRT-SIGN-IND         PIC X(01).
           05  ZI-ITEM-SELECTION       PIC X(02).
           05  ZI-RING                 PIC 9(5)V99.
           05  ZI-EFF-DATE             PIC 9(08).
           05  ZI-RING-QTY             PIC 9(02).
           05  FILLER                  PIC X(05).

       01  ZONE-INFILE-HDR-RECORD.
           05  ZH-REC-ID               PIC X(03).
           05  ZH-FEED-DATE            PIC 9(08).
           05  ZH-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(56).

       01  ZONE-INFILE-TRL-RECORD.
           05  ZT-REC-ID               PIC X(03).
           05  ZT-RECORD-COUNT         PIC 9(09).
           05  ZT-RING-HASH            PIC 9(11)V99.
           05  ZT-PACK-HASH            PIC 9(11)V99.
           05  FILLER                  PIC X(37).

       01  ZONE-INFILE-ZONE-RECORD.
           05  ZZ-ZONE-IND             PIC X(01).
           05  ZZ-ZONE-CD              PIC X(02).
           05  FILLER                  PIC X(72).

       FD  DRIFT-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  DRIFT-RPT-RECORD           PIC X(133).

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
       COPY WSHIST.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           05  WS-ZONEOUT-STATUS       PIC X(02) VALUE '00'.
           05  WS-DRIFTRPT-STATUS      PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ZITEM-EOF-SW         PIC X     VALUE 'N'.
               88  WS-ZITEM-EOF            VALUE 'Y'.
           05  WS-REALIGN-SW           PIC X     VALUE 'N'.
               88  WS-REALIGN              VALUE 'Y'.
           05  WS-TALLY-FOUND-SW       PIC X     VALUE 'N'.
               88  WS-TALLY-FOUND          VALUE 'Y'.
           05  WS-MAJ-TIE-SW           PIC X     VALUE 'N'.
               88  WS-MAJ-TIE              VALUE 'Y'.

       01  WS-DRIFT-COUNTERS.
           05  WS-ROW-READ-CT          PIC 9(9)  VALUE ZERO.
           05  WS-GROUP-CT             PIC 9(9)  VALUE ZERO.
           05  WS-DRIFT-CT             PIC 9(9)  VALUE ZERO.
           05  WS-TIE-CT               PIC 9(9)  VALUE ZERO.
           05  WS-OUTLIER-CT           PIC 9(9)  VALUE ZERO.
           05  WS-ZONE-REC-CT          PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-FEED-DATE            PIC 9(08) VALUE ZERO.
           05  WS-RING-HASH            PIC 9(11)V99 VALUE ZERO.
           05  WS-PACK-HASH            PIC 9(11)V99 VALUE ZERO.

      ******************************************************************
      * CURSOR TARGET FOR THE ZONE CODE.  THE REST OF THE ROW LANDS IN *
      * THE WSXREC HOST FIELDS.                                        *
      ******************************************************************
       01  WS-ZONE-CD                  PIC X(02).

      ******************************************************************
      * THE ITEM/UPC GROUP BEING COLLECTED: ZONE PLUS THE FULL X KEY   *
      * LESS ROG.  HIGH-VALUES ZONE MEANS NO GROUP OPEN YET.           *
      ******************************************************************
       01  WS-GROUP-KEY.
           05  WS-GRP-ZONE-CD          PIC X(02) VALUE HIGH-VALUES.
           05  WS-GRP-CORP-ITEM-CD     PIC 9(09) VALUE ZERO.
           05  WS-GRP-UPC-MANUF        PIC 9(06) VALUE ZERO.
           05  WS-GRP-UPC-SALES        PIC 9(05) VALUE ZERO.
           05  WS-GRP-UPC-COUNTRY      PIC 9(03) VALUE ZERO.
           05  WS-GRP-UPC-SYSTEM       PIC 9(01) VALUE ZERO.
           05  WS-GRP-UNIT-TYPE        PIC X(01) VALUE SPACES.

      ******************************************************************
      * MEMBER ROGS CARRYING THE ITEM/UPC, WITH THEIR PRICES AND THE   *
      * LABEL FIELDS A RE-ALIGN RECORD COPIES FROM A MAJORITY MEMBER.  *
      * A ZONE WIDER THAN THE TABLE FAILS THE JOB RATHER THAN          *
      * REPORTING A MAJORITY OF PART OF IT.                            *
      ******************************************************************
       01  WS-MBR-TABLE.
           05  WS-MBR-ENTRY OCCURS 500 TIMES.
               10  WS-MB-ROG           PIC X(03).
               10  WS-MB-RING          PIC S9(5)V99  COMP-3.
               10  WS-MB-RING-QTY      PIC S9(4)     COMP.
               10  WS-MB-PACK-RETAIL   PIC S9(5)V99  COMP-3.
               10  WS-MB-PRIMARY-UPC-SW
                                       PIC X(01).
               10  WS-MB-LABEL-SIZE    PIC X(04).
               10  WS-MB-LABEL-NUMBERS PIC X(10).
               10  WS-MB-PRT-SIGN-IND  PIC X(01).
               10  WS-MB-ITEM-SELECTION
                                       PIC X(02).
               10  WS-MB-TALLY-IX      PIC 9(03).
       01  WS-MBR-MAX                  PIC 9(03) VALUE ZERO.
       01  WS-MBR-IX                   PIC 9(03) VALUE ZERO.

      ******************************************************************
      * DISTINCT RING/RING_QTY/PACK_RETAIL PRICES AMONG THE MEMBERS    *
      * AND HOW MANY MEMBERS RING EACH.  WS-MAJ-IX IS THE MAJORITY     *
      * (FIRST SEEN WINS A TIE, WHICH IS FLAGGED).                     *
      ******************************************************************
       01  WS-TALLY-TABLE.
           05  WS-TALLY-ENTRY OCCURS 500 TIMES.
               10  WS-TL-RING          PIC S9(5)V99  COMP-3.
               10  WS-TL-RING-QTY      PIC S9(4)     COMP.
               10  WS-TL-PACK-RETAIL   PIC S9(5)V99  COMP-3.
               10  WS-TL-COUNT         PIC 9(03).
               10  WS-TL-FIRST-MBR     PIC 9(03).
       01  WS-TALLY-MAX                PIC 9(03) VALUE ZERO.
       01  WS-TALLY-IX                 PIC 9(03) VALUE ZERO.
       01  WS-MAJ-IX                   PIC 9(03) VALUE ZERO.

      ******************************************************************
      * MAJORITY PRICE AS HOST VARIABLES, AND THE ZONE'S LAST X_HIST   *
      * MOVE TO IT.  SPACES IN THE TIMESTAMP MEANS NONE ON FILE.       *
      ******************************************************************
       01  WS-MAJORITY-FIELDS.
           05  WS-MAJ-RING             PIC S9(5)V99  COMP-3.
           05  WS-MAJ-RING-QTY         PIC S9(4)     COMP.
           05  WS-MAJ-PACK-RETAIL      PIC S9(5)V99  COMP-3.
           05  WS-ZL-CHANGE-TS         PIC X(26).
           05  WS-ZL-JOB-ID            PIC X(08).
           05  WS-ZL-USER-ID           PIC X(08).
           05  WS-OUT-ROG              PIC X(03).
           05  WS-OUT-CHANGE-TS        PIC X(26).

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(36) VALUE
                   'ZONE PRICE DRIFT REPORT - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-HDG-LINE-2.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(14) VALUE 'RING'.
               10  FILLER              PIC X(13) VALUE 'PACK-RETAIL'.
               10  FILLER              PIC X(12) VALUE 'CAUSE'.
               10  FILLER              PIC X(10) VALUE 'JOB-ID'.
               10  FILLER              PIC X(10) VALUE 'USER-ID'.
               10  FILLER              PIC X(16) VALUE 'CHANGE-TS'.
           05  WS-ITEM-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ZONE '.
               10  WS-I-ZONE-CD        PIC X(02).
               10  FILLER              PIC X(08) VALUE '  ITEM '.
               10  WS-I-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(06) VALUE '  UPC '.
               10  WS-I-UPC-COUNTRY    PIC 9(03).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-I-UPC-SYSTEM     PIC 9(01).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-I-UPC-MANUF      PIC 9(06).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-I-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-I-UNIT-TYPE      PIC X(01).
               10  FILLER              PIC X(12) VALUE
                   '  ZONE RING '.
               10  WS-I-QTY-GRP.
                   15  WS-I-RING-QTY   PIC Z9.
                   15  WS-I-SLASH      PIC X(01).
               10  WS-I-RING           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(07) VALUE '  PACK '.
               10  WS-I-PACK-RETAIL    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(07) VALUE '  ROGS '.
               10  WS-I-MBR-CT         PIC ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-I-TIE-FLAG       PIC X(11).
           05  WS-OUTLIER-LINE.
               10  FILLER              PIC X(12) VALUE SPACES.
               10  WS-O-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-QTY-GRP.
                   15  WS-O-RING-QTY   PIC Z9.
                   15  WS-O-SLASH      PIC X(01).
               10  WS-O-RING           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-PACK-RETAIL    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(04) VALUE SPACES.
               10  WS-O-CAUSE          PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-JOB-ID         PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-USER-ID        PIC X(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-O-CHANGE-TS      PIC X(26).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * EVERY X ROW OF EVERY ZONE MEMBER, IN ZONE/ITEM/UPC ORDER SO    *
      * EACH ITEM/UPC'S MEMBERS ARRIVE TOGETHER.  A ROG WITH A LIVE    *
      * PROMOTION ON THE ITEM IS LEFT OUT.                             *
      ******************************************************************
       EXEC SQL
           DECLARE ZONE_ITEM_CURSOR CURSOR FOR
           SELECT   Z.ZONE_CD,
                    X.ROG,
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
                    X.LABEL_SIZE,
                    X.LABEL_NUMBERS,
                    X.PRT_SIGN_IND,
                    X.ITEM_SELECTION
           FROM     ZONE_ROG Z,
                    X
           WHERE    X.ROG = Z.ROG
              AND   NOT EXISTS
                   (SELECT 1
                    FROM   X_PROMO P
                    WHERE  P.ROG          = X.ROG
                      AND  P.CORP_ITEM_CD = X.CORP_ITEM_CD
                      AND  P.PROMO_STATUS = 'L')
           ORDER BY Z.ZONE_CD,
                    X.CORP_ITEM_CD,
                    X.UPC_MANUF,
                    X.UPC_SALES,
                    X.UPC_COUNTRY,
                    X.UPC_SYSTEM,
                    X.UNIT_TYPE,
                    X.ROG
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-ZONES
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
      * TAKE THE OPTIONAL PARM CARD AND OPEN THE FILES.  THE RE-ALIGN  *
      * INFILE IS ONLY OPENED (AND ITS HDR WRITTEN) WHEN ASKED FOR.    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           OPEN INPUT  PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-REALIGN
                           SET WS-REALIGN TO TRUE
                           IF PARM-FEED-DATE IS NUMERIC
                              AND PARM-FEED-DATE > ZERO
                               MOVE PARM-FEED-DATE TO WS-FEED-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF

           OPEN OUTPUT DRIFT-RPT
           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-HDG-LINE-1
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-HDG-LINE-2

           IF WS-REALIGN
               IF WS-FEED-DATE = ZERO
                   COMPUTE WS-FEED-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) + 1)
               END-IF
               OPEN OUTPUT ZONE-INFILE
               MOVE SPACES        TO ZONE-INFILE-HDR-RECORD
               MOVE 'HDR'         TO ZH-REC-ID
               MOVE WS-FEED-DATE  TO ZH-FEED-DATE
               MOVE 'TBXZDRFT'    TO ZH-SOURCE-SYSTEM
               WRITE ZONE-INFILE-HDR-RECORD
           END-IF.

       2000-WALK-ZONES.
           EXEC SQL
               OPEN ZONE_ITEM_CURSOR
           END-EXEC

           PERFORM UNTIL WS-ZITEM-EOF
               EXEC SQL
                   FETCH    ZONE_ITEM_CURSOR
                   INTO    :WS-ZONE-CD,
                           :X-ROG,
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
                           :X-LABEL-SIZE,
                           :X-LABEL-NUMBERS,
                           :X-PRT-SIGN-IND,
                           :X-ITEM-SELECTION
               END-EXEC
               IF SQLCODE = 100
                   SET WS-ZITEM-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-ROW-READ-CT
                   PERFORM 2100-COLLECT-ONE-ROW
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE ZONE_ITEM_CURSOR
           END-EXEC

           IF WS-MBR-MAX > ZERO
               PERFORM 3000-COMPARE-GROUP
           END-IF.

      ******************************************************************
      * CONTROL BREAK ON ZONE + ITEM/UPC: A NEW KEY CLOSES OUT THE     *
      * PRIOR GROUP BEFORE THIS ROW STARTS THE NEXT ONE.               *
      ******************************************************************
       2100-COLLECT-ONE-ROW.
           IF WS-ZONE-CD     NOT = WS-GRP-ZONE-CD
              OR X-CORP-ITEM-CD NOT = WS-GRP-CORP-ITEM-CD
              OR X-UPC-MANUF    NOT = WS-GRP-UPC-MANUF
              OR X-UPC-SALES    NOT = WS-GRP-UPC-SALES
              OR X-UPC-COUNTRY  NOT = WS-GRP-UPC-COUNTRY
              OR X-UPC-SYSTEM   NOT = WS-GRP-UPC-SYSTEM
              OR X-UNIT-TYPE    NOT = WS-GRP-UNIT-TYPE
               IF WS-MBR-MAX > ZERO
                   PERFORM 3000-COMPARE-GROUP
               END-IF
               MOVE WS-ZONE-CD     TO WS-GRP-ZONE-CD
               MOVE X-CORP-ITEM-CD TO WS-GRP-CORP-ITEM-CD
               MOVE X-UPC-MANUF    TO WS-GRP-UPC-MANUF
               MOVE X-UPC-SALES    TO WS-GRP-UPC-SALES
               MOVE X-UPC-COUNTRY  TO WS-GRP-UPC-COUNTRY
               MOVE X-UPC-SYSTEM   TO WS-GRP-UPC-SYSTEM
               MOVE X-UNIT-TYPE    TO WS-GRP-UNIT-TYPE
               MOVE ZERO           TO WS-MBR-MAX
           END-IF

           IF WS-MBR-MAX = 500
               DISPLAY "TBXZDRFT - ZONE MEMBER TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-MBR-MAX
           IF X-RING-QTY NOT > ZERO
               MOVE 1 TO X-RING-QTY
           END-IF
           MOVE X-ROG            TO WS-MB-ROG (WS-MBR-MAX)
           MOVE X-RING           TO WS-MB-RING (WS-MBR-MAX)
           MOVE X-RING-QTY       TO WS-MB-RING-QTY (WS-MBR-MAX)
           MOVE X-PACK-RETAIL    TO WS-MB-PACK-RETAIL (WS-MBR-MAX)
           MOVE X-PRIMARY-UPC-SW TO WS-MB-PRIMARY-UPC-SW (WS-MBR-MAX)
           MOVE X-LABEL-SIZE     TO WS-MB-LABEL-SIZE (WS-MBR-MAX)
           MOVE X-LABEL-NUMBERS  TO WS-MB-LABEL-NUMBERS (WS-MBR-MAX)
           MOVE X-PRT-SIGN-IND   TO WS-MB-PRT-SIGN-IND (WS-MBR-MAX)
           MOVE X-ITEM-SELECTION TO WS-MB-ITEM-SELECTION (WS-MBR-MAX).

      ******************************************************************
      * ONE ITEM/UPC ACROSS THE ZONE.  A SINGLE MEMBER CANNOT DRIFT;   *
      * OTHERWISE TALLY THE DISTINCT PRICES AND, IF THERE IS MORE      *
      * THAN ONE, REPORT THE MAJORITY AND EVERY OUTLIER.               *
      ******************************************************************
       3000-COMPARE-GROUP.
           IF WS-MBR-MAX > 1
               ADD 1 TO WS-GROUP-CT
               PERFORM 3100-FIND-MAJORITY
               IF WS-TALLY-MAX > 1
                   ADD 1 TO WS-DRIFT-CT
                   PERFORM 3200-ZONE-LAST-CHANGE
                   PERFORM 3300-REPORT-ITEM
                   PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                           UNTIL WS-MBR-IX > WS-MBR-MAX
                       IF WS-MB-TALLY-IX (WS-MBR-IX) NOT = WS-MAJ-IX
                           PERFORM 3400-REPORT-OUTLIER
                       END-IF
                   END-PERFORM
                   IF WS-REALIGN AND NOT WS-MAJ-TIE
                       PERFORM 3500-WRITE-ZONE-RECORD
                   END-IF
               END-IF
           END-IF
           MOVE ZERO TO WS-MBR-MAX.

       3100-FIND-MAJORITY.
           MOVE ZERO TO WS-TALLY-MAX
           PERFORM VARYING WS-MBR-IX FROM 1 BY 1
                   UNTIL WS-MBR-IX > WS-MBR-MAX
               PERFORM 3150-TALLY-ONE-MEMBER
           END-PERFORM

           MOVE 1   TO WS-MAJ-IX
           MOVE 'N' TO WS-MAJ-TIE-SW
           PERFORM VARYING WS-TALLY-IX FROM 2 BY 1
                   UNTIL WS-TALLY-IX > WS-TALLY-MAX
               IF WS-TL-COUNT (WS-TALLY-IX) > WS-TL-COUNT (WS-MAJ-IX)
                   MOVE WS-TALLY-IX TO WS-MAJ-IX
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TALLY-IX FROM 1 BY 1
                   UNTIL WS-TALLY-IX > WS-TALLY-MAX
               IF WS-TALLY-IX NOT = WS-MAJ-IX
                  AND WS-TL-COUNT (WS-TALLY-IX)
                                       = WS-TL-COUNT (WS-MAJ-IX)
                   SET WS-MAJ-TIE TO TRUE
               END-IF
           END-PERFORM

           MOVE WS-TL-RING (WS-MAJ-IX)        TO WS-MAJ-RING
           MOVE WS-TL-RING-QTY (WS-MAJ-IX)    TO WS-MAJ-RING-QTY
           MOVE WS-TL-PACK-RETAIL (WS-MAJ-IX) TO WS-MAJ-PACK-RETAIL.

       3150-TALLY-ONE-MEMBER.
           MOVE 'N' TO WS-TALLY-FOUND-SW
           PERFORM VARYING WS-TALLY-IX FROM 1 BY 1
                   UNTIL WS-TALLY-IX > WS-TALLY-MAX
                      OR WS-TALLY-FOUND
               IF WS-TL-RING (WS-TALLY-IX) = WS-MB-RING (WS-MBR-IX)
                  AND WS-TL-RING-QTY (WS-TALLY-IX)
                                       = WS-MB-RING-QTY (WS-MBR-IX)
                  AND WS-TL-PACK-RETAIL (WS-TALLY-IX)
                                       = WS-MB-PACK-RETAIL (WS-MBR-IX)
                   SET WS-TALLY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-TALLY-IX
               END-IF
           END-PERFORM

           IF NOT WS-TALLY-FOUND
               ADD 1 TO WS-TALLY-MAX
               MOVE WS-TALLY-MAX TO WS-TALLY-IX
               MOVE WS-MB-RING (WS-MBR-IX) TO WS-TL-RING (WS-TALLY-IX)
               MOVE WS-MB-RING-QTY (WS-MBR-IX)
                                   TO WS-TL-RING-QTY (WS-TALLY-IX)
               MOVE WS-MB-PACK-RETAIL (WS-MBR-IX)
                                   TO WS-TL-PACK-RETAIL (WS-TALLY-IX)
               MOVE ZERO           TO WS-TL-COUNT (WS-TALLY-IX)
               MOVE WS-MBR-IX      TO WS-TL-FIRST-MBR (WS-TALLY-IX)
           END-IF
           ADD 1 TO WS-TL-COUNT (WS-TALLY-IX)
           MOVE WS-TALLY-IX TO WS-MB-TALLY-IX (WS-MBR-IX).

      ******************************************************************
      * THE ZONE'S LAST MOVE TO THE MAJORITY PRICE: THE LATEST X_HIST  *
      * ROW FOR THE ITEM/UPC IN ANY MEMBER ROG OF THE ZONE THAT LEFT   *
      * THE ROW AT THAT PRICE.                                         *
      ******************************************************************
       3200-ZONE-LAST-CHANGE.
           MOVE SPACES TO WS-ZL-CHANGE-TS
                          WS-ZL-JOB-ID
                          WS-ZL-USER-ID

           EXEC SQL
               SELECT   CHANGE_TIMESTAMP,
                        JOB_ID,
                        USER_ID
               INTO    :WS-ZL-CHANGE-TS,
                       :WS-ZL-JOB-ID,
                       :WS-ZL-USER-ID
               FROM     X_HIST
               WHERE    ROG IN
                       (SELECT ROG
                        FROM   ZONE_ROG
                        WHERE  ZONE_CD = :WS-GRP-ZONE-CD)
                  AND   CORP_ITEM_CD    = :WS-GRP-CORP-ITEM-CD
                  AND   UPC_MANUF       = :WS-GRP-UPC-MANUF
                  AND   UPC_SALES       = :WS-GRP-UPC-SALES
                  AND   UPC_COUNTRY     = :WS-GRP-UPC-COUNTRY
                  AND   UPC_SYSTEM      = :WS-GRP-UPC-SYSTEM
                  AND   UNIT_TYPE       = :WS-GRP-UNIT-TYPE
                  AND   NEW_RING        = :WS-MAJ-RING
                  AND   NEW_RING_QTY    = :WS-MAJ-RING-QTY
                  AND   NEW_PACK_RETAIL = :WS-MAJ-PACK-RETAIL
               ORDER BY CHANGE_TIMESTAMP DESC
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-ZL-CHANGE-TS
                              WS-ZL-JOB-ID
                              WS-ZL-USER-ID
           END-IF.

       3300-REPORT-ITEM.
           MOVE WS-GRP-ZONE-CD      TO WS-I-ZONE-CD
           MOVE WS-GRP-CORP-ITEM-CD TO WS-I-CORP-ITEM-CD
           MOVE WS-GRP-UPC-COUNTRY  TO WS-I-UPC-COUNTRY
           MOVE WS-GRP-UPC-SYSTEM   TO WS-I-UPC-SYSTEM
           MOVE WS-GRP-UPC-MANUF    TO WS-I-UPC-MANUF
           MOVE WS-GRP-UPC-SALES    TO WS-I-UPC-SALES
           MOVE WS-GRP-UNIT-TYPE    TO WS-I-UNIT-TYPE
           MOVE WS-MAJ-RING         TO WS-I-RING
           MOVE WS-MAJ-PACK-RETAIL  TO WS-I-PACK-RETAIL
           MOVE WS-MBR-MAX          TO WS-I-MBR-CT
           MOVE SPACES TO WS-I-QTY-GRP
           IF WS-MAJ-RING-QTY > 1
               MOVE WS-MAJ-RING-QTY TO WS-I-RING-QTY
               MOVE '/'             TO WS-I-SLASH
           END-IF
           IF WS-MAJ-TIE
               ADD 1 TO WS-TIE-CT
               MOVE 'NO MAJORITY' TO WS-I-TIE-FLAG
           ELSE
               MOVE SPACES        TO WS-I-TIE-FLAG
           END-IF
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-ITEM-LINE.

      ******************************************************************
      * ONE OUTLYING ROG.  ITS OWN LAST X_HIST CHANGE IS THE CAUSE IF  *
      * IT IS LATER THAN THE ZONE'S LAST MOVE (THE STORE MOVED OFF THE *
      * ZONE PRICE); OTHERWISE THE ZONE MOVED AND THE STORE WAS LEFT   *
      * BEHIND, AND THE ZONE'S CHANGE IS SHOWN.                        *
      ******************************************************************
       3400-REPORT-OUTLIER.
           ADD 1 TO WS-OUTLIER-CT
           MOVE WS-MB-ROG (WS-MBR-IX) TO WS-OUT-ROG
           MOVE SPACES TO WS-OUT-CHANGE-TS

           EXEC SQL
               SELECT   CHANGE_TIMESTAMP,
                        JOB_ID,
                        USER_ID
               INTO    :HIST-CHANGE-TIMESTAMP,
                       :HIST-JOB-ID,
                       :HIST-USER-ID
               FROM     X_HIST
               WHERE    ROG          = :WS-OUT-ROG
                  AND   CORP_ITEM_CD = :WS-GRP-CORP-ITEM-CD
                  AND   UPC_MANUF    = :WS-GRP-UPC-MANUF
                  AND   UPC_SALES    = :WS-GRP-UPC-SALES
                  AND   UPC_COUNTRY  = :WS-GRP-UPC-COUNTRY
                  AND   UPC_SYSTEM   = :WS-GRP-UPC-SYSTEM
                  AND   UNIT_TYPE    = :WS-GRP-UNIT-TYPE
               ORDER BY CHANGE_TIMESTAMP DESC
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               MOVE HIST-CHANGE-TIMESTAMP TO WS-OUT-CHANGE-TS
           END-IF

           EVALUATE TRUE
               WHEN WS-OUT-CHANGE-TS = SPACES
                AND WS-ZL-CHANGE-TS  = SPACES
                   MOVE 'NO HISTORY'      TO WS-O-CAUSE
                   MOVE SPACES            TO WS-O-JOB-ID
                                             WS-O-USER-ID
                                             WS-O-CHANGE-TS
               WHEN WS-OUT-CHANGE-TS > WS-ZL-CHANGE-TS
                   MOVE 'ROG MOVED'       TO WS-O-CAUSE
                   MOVE HIST-JOB-ID       TO WS-O-JOB-ID
                   MOVE HIST-USER-ID      TO WS-O-USER-ID
                   MOVE WS-OUT-CHANGE-TS  TO WS-O-CHANGE-TS
               WHEN OTHER
                   MOVE 'ZONE MOVED'      TO WS-O-CAUSE
                   MOVE WS-ZL-JOB-ID      TO WS-O-JOB-ID
                   MOVE WS-ZL-USER-ID     TO WS-O-USER-ID
                   MOVE WS-ZL-CHANGE-TS   TO WS-O-CHANGE-TS
           END-EVALUATE

           MOVE WS-OUT-ROG                       TO WS-O-ROG
           MOVE WS-MB-RING (WS-MBR-IX)           TO WS-O-RING
           MOVE WS-MB-PACK-RETAIL (WS-MBR-IX)    TO WS-O-PACK-RETAIL
           MOVE SPACES TO WS-O-QTY-GRP
           IF WS-MB-RING-QTY (WS-MBR-IX) > 1
               MOVE WS-MB-RING-QTY (WS-MBR-IX)   TO WS-O-RING-QTY
               MOVE '/'                          TO WS-O-SLASH
           END-IF
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-OUTLIER-LINE.

      ******************************************************************
      * ONE ZONE-PRICED INFILE RECORD AT THE MAJORITY PRICE, WITH THE  *
      * LABEL FIELDS OF THE FIRST MAJORITY MEMBER AND NO EFFECTIVE     *
      * DATE (APPLY ON THE RUN THAT READS IT).  THE COUNT AND HASHES   *
      * FEED THE TRL RECORD TESTDB2 PROVES THE BATCH AGAINST.          *
      ******************************************************************
       3500-WRITE-ZONE-RECORD.
           MOVE WS-TL-FIRST-MBR (WS-MAJ-IX) TO WS-MBR-IX
           MOVE SPACES               TO ZONE-INFILE-RECORD
           MOVE 'Z'                  TO ZZ-ZONE-IND
           MOVE WS-GRP-ZONE-CD       TO ZZ-ZONE-CD
           MOVE WS-GRP-CORP-ITEM-CD  TO ZI-CORP-ITEM-CD
           MOVE WS-GRP-UPC-MANUF     TO ZI-UPC-MANUF
           MOVE WS-GRP-UPC-SALES     TO ZI-UPC-SALES
           MOVE WS-GRP-UPC-COUNTRY   TO ZI-UPC-COUNTRY
           MOVE WS-GRP-UPC-SYSTEM    TO ZI-UPC-SYSTEM
           MOVE WS-GRP-UNIT-TYPE     TO ZI-UNIT-TYPE
           MOVE WS-MB-PRIMARY-UPC-SW (WS-MBR-IX) TO ZI-PRIMARY-UPC-SW
           MOVE WS-MAJ-PACK-RETAIL   TO ZI-PACK-RETAIL
           MOVE WS-MB-LABEL-SIZE (WS-MBR-IX)     TO ZI-LABEL-SIZE
           MOVE WS-MB-LABEL-NUMBERS (WS-MBR-IX)  TO ZI-LABEL-NUMBERS
           MOVE WS-MB-PRT-SIGN-IND (WS-MBR-IX)   TO ZI-PRT-SIGN-IND
           MOVE WS-MB-ITEM-SELECTION (WS-MBR-IX) TO ZI-ITEM-SELECTION
           MOVE WS-MAJ-RING          TO ZI-RING
           MOVE ZERO                 TO ZI-EFF-DATE
           MOVE WS-MAJ-RING-QTY      TO ZI-RING-QTY
           WRITE ZONE-INFILE-RECORD

           ADD 1                  TO WS-ZONE-REC-CT
           ADD WS-MAJ-RING        TO WS-RING-HASH
           ADD WS-MAJ-PACK-RETAIL TO WS-PACK-HASH.

       6000-FINAL-COUNT.
           IF WS-REALIGN
               MOVE SPACES         TO ZONE-INFILE-TRL-RECORD
               MOVE 'TRL'          TO ZT-REC-ID
               MOVE WS-ZONE-REC-CT TO ZT-RECORD-COUNT
               MOVE WS-RING-HASH   TO ZT-RING-HASH
               MOVE WS-PACK-HASH   TO ZT-PACK-HASH
               WRITE ZONE-INFILE-TRL-RECORD
               CLOSE ZONE-INFILE
           END-IF

           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD

           MOVE 'ZONE X ROWS READ'     TO WS-RPT-LABEL
           MOVE WS-ROW-READ-CT         TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ITEMS COMPARED'       TO WS-RPT-LABEL
           MOVE WS-GROUP-CT            TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ITEMS DRIFTED'        TO WS-RPT-LABEL
           MOVE WS-DRIFT-CT            TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'NO MAJORITY'          TO WS-RPT-LABEL
           MOVE WS-TIE-CT              TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'OUTLYING ROGS'        TO WS-RPT-LABEL
           MOVE WS-OUTLIER-CT          TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ZONE RECORDS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-ZONE-REC-CT         TO WS-RPT-VALUE
           MOVE SPACES TO DRIFT-RPT-RECORD
           WRITE DRIFT-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE DRIFT-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "ZONE X ROWS READ     : " WS-ROW-READ-CT.
           DISPLAY "ITEMS COMPARED       : " WS-GROUP-CT.
           DISPLAY "ITEMS DRIFTED        : " WS-DRIFT-CT.
           DISPLAY "NO MAJORITY          : " WS-TIE-CT.
           DISPLAY "OUTLYING ROGS        : " WS-OUTLIER-CT.
           DISPLAY "ZONE RECORDS WRITTEN : " WS-ZONE-REC-CT.
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
           MOVE 'TBXZDRFT' TO JRL-JOB-NAME
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
               DISPLAY "TBXZDRFT - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXZDRFT - " JRL-MISSING-DSP
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
                   DISPLAY "TBXZDRFT - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXZDRFT - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXZDRFT - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXZDRFT - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXZDRFT - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'ROWS READ'           TO JRL-COUNT-LBL-1
               MOVE WS-ROW-READ-CT        TO JRL-COUNT-1
               MOVE 'ITEMS DRIFTED'       TO JRL-COUNT-LBL-2
               MOVE WS-DRIFT-CT           TO JRL-COUNT-2
               MOVE 'OUTLYING ROGS'       TO JRL-COUNT-LBL-3
               MOVE WS-OUTLIER-CT         TO JRL-COUNT-3
               MOVE 'ZONE RECS OUT'       TO JRL-COUNT-LBL-4
               MOVE WS-ZONE-REC-CT        TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
