       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TBXSCANA.
      *SECURITY.      OPERACTION, REVISION, AND DISTRIBUTION
      *            OF THIS PROGRAM BY WRITTEN AUTHORIZATION
      *            OF THE ABOVE INSTALLACTION ONLY.
      *DATE-WRITTEN.  10/15/26.
      *DATE-COMPLETED.
      **************************CC109**********************************
      * STORE SHELF-SCAN PRICE ACCURACY AUDIT AGAINST TABLE X.         *
      * STORES WALK THE AISLES WITH HANDHELD SCANNERS FOR WEIGHTS-AND- *
      * MEASURES PRICE CHECKS, BUT THE RESULTS WENT NOWHERE AND A      *
      * WRONG TAG ONLY SURFACED WHEN A CUSTOMER OR AN INSPECTOR FOUND  *
      * IT.  THIS JOB READS THE STORES' SCAN UPLOAD (ROG, UPC, SHELF-  *
      * TAG PRICE, REGISTER SCAN PRICE, SCAN DATE), RESOLVES EACH UPC  *
      * TO ITS X ROW BY UPC_MANUF/UPC_SALES/UPC_COUNTRY/UPC_SYSTEM AND *
      * CHECKS THE TAG AND THE REGISTER AGAINST THE RING THAT WAS IN   *
      * FORCE ON THE SCAN DATE (THE CURRENT RING, OR THE OLD_RING OF   *
      * THE FIRST X_HIST CHANGE POSTED AFTER THE SCAN).  A MULTI-      *
      * QUANTITY RING IS COMPARED PER UNIT.  ANY MISMATCH IS FLAGGED,  *
      * AND WHERE X_HIST SHOWS A RING CHANGE IN THE PARM CARD'S        *
      * RECENT-CHANGE WINDOW BEFORE THE SCAN THE MISMATCH IS NAMED:    *
      *   - A WRONG TAG AFTER A RECENT CHANGE IS A STALE TAG;          *
      *   - A WRONG REGISTER PRICE AFTER A RECENT CHANGE THAT IS STILL *
      *     ON TBXPOSRC'S UNMATCHED MASTER IS A REGISTER THAT NEVER    *
      *     TOOK THE CHANGE.                                           *
      * EVERY WRONG TAG IS WRITTEN ONCE PER ROG/CORP_ITEM_CD TO A      *
      * LABEL REQUEST FILE IN TBXLABEL'S REQFILE LAYOUT, SO THE        *
      * REPLACEMENT SIGN PRINTS IN TONIGHT'S LABEL EXTRACT.  OUTPUTS:  *
      * THE PER-STORE PRICE ACCURACY SCORECARD WITH THE WEEK-OVER-WEEK *
      * PERCENT-ACCURATE TREND FOR THE DISTRICT MANAGERS, AND THE      *
      * VARIANCE LIST OF EVERY SCAN THAT DID NOT MATCH.  EACH ROG/SCAN *
      * DATE'S COUNTS ARE KEPT ON SCAN_AUDIT_DAY FOR THE TREND.        *
      **************************CC109**********************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE        ASSIGN TO PARMFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT SCAN-FILE        ASSIGN TO SCANFILE
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SCAN-STATUS.

           SELECT UNMAT-MAST       ASSIGN TO POSUNMAT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-UNMAT-STATUS.

           SELECT LABEL-REQ-FILE   ASSIGN TO LABELREQ
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-LABELREQ-STATUS.

           SELECT SCORE-RPT        ASSIGN TO SCORERPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SCORERPT-STATUS.

           SELECT VARIANCE-RPT     ASSIGN TO VARRPT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-VARRPT-STATUS.

           SELECT RUN-CARD-FILE    ASSIGN TO RUNCARD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS JRL-RUNCARD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      ******************************************************************
      * PARM CARD (OPTIONAL): THE RECENT-CHANGE WINDOW IN DAYS BEFORE  *
      * THE SCAN DATE, AND THE NUMBER OF WEEKS THE TREND SECTION       *
      * COVERS.  A MISSING CARD OR A BLANK/ZERO FIELD TAKES THE        *
      * DEFAULTS IN WS-MISC.                                           *
      ******************************************************************
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-CHANGE-DAYS        PIC 9(03).
           05  PARM-TREND-WEEKS        PIC 9(02).
           05  FILLER                  PIC X(75).

      ******************************************************************
      * ONE HANDHELD SCAN.  SHELF PRICE/QTY IS WHAT THE TAG SAYS ("2   *
      * FOR $5" IS A SHELF QTY OF 2 AND A SHELF PRICE OF 5.00; SPACES  *
      * OR ZERO MEAN A SINGLE UNIT, AS ON THE PRICE FEED).  THE SCAN   *
      * PRICE IS WHAT THE REGISTER CHARGED FOR ONE UNIT.               *
      ******************************************************************
       FD  SCAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCAN-RECORD.
           05  SC-ROG                  PIC X(03).
           05  SC-UPC-MANUF            PIC 9(06).
           05  SC-UPC-SALES            PIC 9(05).
           05  SC-UPC-COUNTRY          PIC 9(03).
           05  SC-UPC-SYSTEM           PIC 9(01).
           05  SC-SHELF-PRICE          PIC 9(5)V99.
           05  SC-SHELF-QTY            PIC 9(02).
           05  SC-SHELF-QTY-X REDEFINES SC-SHELF-QTY
                                       PIC X(02).
           05  SC-SCAN-PRICE           PIC 9(5)V99.
           05  SC-SCAN-DATE            PIC 9(08).
           05  SC-SCAN-DATE-R REDEFINES SC-SCAN-DATE.
               10  SC-SCAN-CCYY        PIC 9(04).
               10  SC-SCAN-MM          PIC 9(02).
               10  SC-SCAN-DD          PIC 9(02).
           05  FILLER                  PIC X(38).

      ******************************************************************
      * TBXPOSRC'S UNMATCHED MASTER (TODAY'S NEWUNMAT): EVERY POSI     *
      * PRICE CHANGE THE REGISTERS HAVE NOT YET ACKNOWLEDGED.  ONLY    *
      * THE ROG/CORP_ITEM_CD AT THE FRONT OF THE POSI IMAGE IS USED.   *
      ******************************************************************
       FD  UNMAT-MAST
           RECORD CONTAINS 80 CHARACTERS.
       01  UNMAT-RECORD.
           05  UM-ROG                  PIC X(03).
           05  UM-CORP-ITEM-CD         PIC 9(09).
           05  FILLER                  PIC X(68).

      ******************************************************************
      * SAME 80-BYTE LAYOUT AS TBXLABEL'S STORE REQUEST FILE, REQFILE. *
      ******************************************************************
       FD  LABEL-REQ-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LABEL-REQ-RECORD.
           05  LR-ROG                  PIC X(03).
           05  LR-CORP-ITEM-CD         PIC 9(09).
           05  FILLER                  PIC X(68).

       FD  SCORE-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  SCORE-RPT-RECORD           PIC X(133).

       FD  VARIANCE-RPT
           RECORD CONTAINS 133 CHARACTERS.
       01  VARIANCE-RPT-RECORD        PIC X(133).

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
       COPY WSSCAN.

       01  WS-FILE-STATUSES.
           05  WS-PARM-STATUS          PIC X(02) VALUE '00'.
           05  WS-SCAN-STATUS          PIC X(02) VALUE '00'.
           05  WS-UNMAT-STATUS         PIC X(02) VALUE '00'.
           05  WS-LABELREQ-STATUS      PIC X(02) VALUE '00'.
           05  WS-SCORERPT-STATUS      PIC X(02) VALUE '00'.
           05  WS-VARRPT-STATUS        PIC X(02) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-SCAN-EOF-SW          PIC X     VALUE 'N'.
               88  WS-SCAN-EOF             VALUE 'Y'.
           05  WS-UNMAT-EOF-SW         PIC X     VALUE 'N'.
               88  WS-UNMAT-EOF            VALUE 'Y'.
           05  WS-TREND-EOF-SW         PIC X     VALUE 'N'.
               88  WS-TREND-EOF            VALUE 'Y'.
           05  WS-EDIT-SW              PIC X     VALUE 'Y'.
               88  WS-EDIT-OK              VALUE 'Y'.
               88  WS-EDIT-FAILED          VALUE 'N'.
           05  WS-ITEM-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-ITEM-FOUND           VALUE 'Y'.
           05  WS-RECENT-CHG-SW        PIC X     VALUE 'N'.
               88  WS-RECENT-CHG           VALUE 'Y'.
           05  WS-TAG-OK-SW            PIC X     VALUE 'N'.
               88  WS-TAG-OK               VALUE 'Y'.
           05  WS-REG-OK-SW            PIC X     VALUE 'N'.
               88  WS-REG-OK               VALUE 'Y'.
           05  WS-UNMAT-FOUND-SW       PIC X     VALUE 'N'.
               88  WS-UNMAT-FOUND          VALUE 'Y'.
           05  WS-DAY-FOUND-SW         PIC X     VALUE 'N'.
               88  WS-DAY-FOUND            VALUE 'Y'.
           05  WS-LREQ-FOUND-SW        PIC X     VALUE 'N'.
               88  WS-LREQ-FOUND           VALUE 'Y'.

       01  WS-SCAN-COUNTERS.
           05  WS-SCAN-READ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-BAD-SCAN-CT          PIC 9(9)  VALUE ZERO.
           05  WS-NO-ITEM-CT           PIC 9(9)  VALUE ZERO.
           05  WS-AUDITED-CT           PIC 9(9)  VALUE ZERO.
           05  WS-ACCURATE-CT          PIC 9(9)  VALUE ZERO.
           05  WS-STALE-TAG-CT         PIC 9(9)  VALUE ZERO.
           05  WS-TAG-MISS-CT          PIC 9(9)  VALUE ZERO.
           05  WS-REG-NOT-UPD-CT       PIC 9(9)  VALUE ZERO.
           05  WS-REG-MISS-CT          PIC 9(9)  VALUE ZERO.
           05  WS-LABEL-REQ-CT         PIC 9(9)  VALUE ZERO.
           05  WS-UNMAT-READ-CT        PIC 9(9)  VALUE ZERO.
           05  WS-DAY-SAVED-CT         PIC 9(9)  VALUE ZERO.

       01  WS-MISC.
           05  WS-CURRENT-DATE         PIC 9(08) VALUE ZERO.
           05  WS-RUN-DATE-ISO         PIC X(10) VALUE SPACES.
           05  WS-LOAD-TIMESTAMP       PIC X(26) VALUE SPACES.
      *    RECENT-CHANGE WINDOW AND TREND LENGTH, PARM CARD OR DEFAULT.
           05  WS-CHANGE-DAYS          PIC S9(4) COMP VALUE +14.
           05  WS-TREND-WEEKS          PIC S9(4) COMP VALUE +6.
           05  WS-TREND-DAYS           PIC S9(4) COMP VALUE ZERO.

       01  WS-EDIT-REASON              PIC X(12) VALUE SPACES.

      ******************************************************************
      * THE SCAN BEING AUDITED: THE RING IN FORCE ON THE SCAN DATE,    *
      * PER-UNIT VALUES FOR THE COMPARES, AND THE TWO RESULTS THAT GO  *
      * ON THE VARIANCE LIST.                                          *
      ******************************************************************
       01  WS-SCAN-WORK.
           05  WS-SCAN-DATE-ISO        PIC X(10).
           05  WS-SHELF-QTY            PIC S9(4)     COMP.
           05  WS-EXP-RING             PIC S9(5)V99  COMP-3.
           05  WS-EXP-RING-QTY         PIC S9(4)     COMP.
           05  WS-EXP-UNIT-RING        PIC S9(5)V99  COMP-3.
           05  WS-SHELF-UNIT           PIC S9(5)V99  COMP-3.
           05  WS-PRICE-DIFF           PIC S9(5)V99  COMP-3.
           05  WS-TAG-RESULT           PIC X(12).
           05  WS-REG-RESULT           PIC X(12).
           05  WS-LAST-CHG-DATE        PIC X(10).

      ******************************************************************
      * TBXPOSRC'S UNMATCHED ROG/CORP_ITEM_CD PAIRS, LOADED UP FRONT   *
      * LIKE TBXLABEL'S REQUEST TABLE; A MASTER BIGGER THAN THE TABLE  *
      * FAILS THE JOB RATHER THAN MISNAMING A REGISTER PROBLEM.        *
      ******************************************************************
       01  WS-UNMAT-TABLE.
           05  WS-UNMAT-ENTRY OCCURS 5000 TIMES.
               10  WS-UN-ROG           PIC X(03).
               10  WS-UN-CORP-ITEM-CD  PIC 9(09).
       01  WS-UNMAT-MAX                PIC 9(05) VALUE ZERO.
       01  WS-UNMAT-IX                 PIC 9(05) VALUE ZERO.

      ******************************************************************
      * LABEL REQUESTS ALREADY WRITTEN THIS RUN, SO AN ITEM SCANNED    *
      * TWICE (OR UNDER TWO UPCS) ASKS FOR ONE SIGN, NOT TWO.          *
      ******************************************************************
       01  WS-LREQ-TABLE.
           05  WS-LREQ-ENTRY OCCURS 5000 TIMES.
               10  WS-LQ-ROG           PIC X(03).
               10  WS-LQ-CORP-ITEM-CD  PIC 9(09).
       01  WS-LREQ-MAX                 PIC 9(05) VALUE ZERO.
       01  WS-LREQ-IX                  PIC 9(05) VALUE ZERO.

      ******************************************************************
      * SCORECARD ACCUMULATOR - ONE ROW PER ROG/SCAN DATE IN THE       *
      * UPLOAD, PRINTED AS THE SCORECARD AND SAVED TO SCAN_AUDIT_DAY   *
      * FOR THE TREND.  THESE ROWS ARE THE HISTORY, SO AN UPLOAD WITH  *
      * MORE ROG/DATES THAN THE TABLE FAILS THE JOB RATHER THAN        *
      * LUMPING STORES TOGETHER.                                       *
      ******************************************************************
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 2000 TIMES.
               10  WS-DY-ROG           PIC X(03).
               10  WS-DY-SCAN-DATE     PIC X(10).
               10  WS-DY-SCAN-CT       PIC 9(9)  COMP-3.
               10  WS-DY-ACCURATE-CT   PIC 9(9)  COMP-3.
               10  WS-DY-TAG-OK-CT     PIC 9(9)  COMP-3.
               10  WS-DY-REG-OK-CT     PIC 9(9)  COMP-3.
               10  WS-DY-STALE-TAG-CT  PIC 9(9)  COMP-3.
               10  WS-DY-TAG-MISS-CT   PIC 9(9)  COMP-3.
               10  WS-DY-REG-NOT-UPD-CT
                                       PIC 9(9)  COMP-3.
               10  WS-DY-REG-MISS-CT   PIC 9(9)  COMP-3.
               10  WS-DY-NO-ITEM-CT    PIC 9(9)  COMP-3.
       01  WS-DAY-MAX                  PIC 9(05) VALUE ZERO.
       01  WS-DAY-IX                   PIC 9(05) VALUE ZERO.

      ******************************************************************
      * TREND CURSOR TARGETS AND THE PRIOR WEEK HELD FOR THE WEEK-     *
      * OVER-WEEK CHANGE.  HIGH-VALUES FORCES THE FIRST ROW TO BREAK.  *
      ******************************************************************
       01  WS-TREND-FIELDS.
           05  WS-TR-ROG               PIC X(03).
           05  WS-TR-WEEK-END          PIC X(10).
           05  WS-TR-SCAN-CT           PIC S9(9)     COMP.
           05  WS-TR-ACCURATE-CT       PIC S9(9)     COMP.
           05  WS-TR-PCT               PIC S9(3)V9   COMP-3.
           05  WS-TR-PCT-CHANGE        PIC S9(3)V9   COMP-3.
           05  WS-PREV-TR-ROG          PIC X(03) VALUE HIGH-VALUES.
           05  WS-PREV-TR-PCT          PIC S9(3)V9   COMP-3.
       01  WS-PCT-WORK                 PIC S9(3)V9   COMP-3.

       01  WS-RPT-LINES.
           05  WS-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(42) VALUE
                   'SHELF-SCAN PRICE ACCURACY - RUN DATE'.
               10  WS-H-RUN-DATE       PIC 9(08).
           05  WS-SCORE-HDG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(12) VALUE 'SCAN-DATE'.
               10  FILLER              PIC X(09) VALUE 'SCANS'.
               10  FILLER              PIC X(09) VALUE 'ACCURATE'.
               10  FILLER              PIC X(08) VALUE 'PCT'.
               10  FILLER              PIC X(09) VALUE 'TAG-OK'.
               10  FILLER              PIC X(09) VALUE 'REG-OK'.
               10  FILLER              PIC X(09) VALUE 'STALE'.
               10  FILLER              PIC X(09) VALUE 'TAG-MISS'.
               10  FILLER              PIC X(09) VALUE 'NOT-UPD'.
               10  FILLER              PIC X(09) VALUE 'REG-MISS'.
               10  FILLER              PIC X(09) VALUE 'NO-ITEM'.
           05  WS-SCORE-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-S-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-SCAN-DATE      PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-SCAN-CT        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-ACCURATE-CT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-PCT            PIC ZZ9.9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-S-TAG-OK-CT      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-REG-OK-CT      PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-STALE-TAG-CT   PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-TAG-MISS-CT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-REG-NOT-UPD-CT PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-REG-MISS-CT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-S-NO-ITEM-CT     PIC ZZZ,ZZ9.
           05  WS-TREND-TITLE-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(40) VALUE
                   'PERCENT ACCURATE BY WEEK ENDING - WEEKS:'.
               10  WS-H-TREND-WEEKS    PIC Z9.
           05  WS-TREND-HDG-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(12) VALUE 'WEEK-ENDING'.
               10  FILLER              PIC X(09) VALUE 'SCANS'.
               10  FILLER              PIC X(09) VALUE 'ACCURATE'.
               10  FILLER              PIC X(08) VALUE 'PCT'.
               10  FILLER              PIC X(10) VALUE 'VS-PRIOR'.
           05  WS-TREND-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-T-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-T-WEEK-END       PIC X(10).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-T-SCAN-CT        PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-T-ACCURATE-CT    PIC ZZZ,ZZ9.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-T-PCT            PIC ZZ9.9.
               10  FILLER              PIC X(03) VALUE SPACES.
               10  WS-T-CHANGE         PIC ZZ9.9-.
               10  WS-T-CHANGE-X REDEFINES WS-T-CHANGE
                                       PIC X(06).
           05  WS-VAR-HDG-LINE-1.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(42) VALUE
                   'SHELF-SCAN VARIANCE LIST - RUN DATE'.
               10  WS-V-RUN-DATE       PIC 9(08).
           05  WS-VAR-HDG-LINE-2.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  FILLER              PIC X(05) VALUE 'ROG'.
               10  FILLER              PIC X(20) VALUE 'UPC'.
               10  FILLER              PIC X(11) VALUE 'CORP-ITEM'.
               10  FILLER              PIC X(10) VALUE 'SCAN-DATE'.
               10  FILLER              PIC X(14) VALUE 'SHELF-TAG'.
               10  FILLER              PIC X(11) VALUE 'REGISTER'.
               10  FILLER              PIC X(14) VALUE 'RING'.
               10  FILLER              PIC X(13) VALUE 'TAG'.
               10  FILLER              PIC X(13) VALUE 'REGISTER'.
               10  FILLER              PIC X(10) VALUE 'LAST-CHG'.
           05  WS-VAR-LINE.
               10  FILLER              PIC X(05) VALUE SPACES.
               10  WS-V-ROG            PIC X(03).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-UPC-COUNTRY    PIC 9(03).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-V-UPC-SYSTEM     PIC 9(01).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-V-UPC-MANUF      PIC 9(06).
               10  FILLER              PIC X(01) VALUE '-'.
               10  WS-V-UPC-SALES      PIC 9(05).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-CORP-ITEM-CD   PIC 9(09).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-SCAN-DATE      PIC 9(08).
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-SHELF-QTY-GRP.
                   15  WS-V-SHELF-QTY  PIC Z9.
                   15  WS-V-SHELF-SLASH
                                       PIC X(01).
               10  WS-V-SHELF-PRICE    PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-SCAN-PRICE     PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-RING-QTY-GRP.
                   15  WS-V-RING-QTY   PIC Z9.
                   15  WS-V-RING-SLASH PIC X(01).
               10  WS-V-RING           PIC ZZ,ZZ9.99.
               10  FILLER              PIC X(02) VALUE SPACES.
               10  WS-V-TAG-RESULT     PIC X(12).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-V-REG-RESULT     PIC X(12).
               10  FILLER              PIC X(01) VALUE SPACES.
               10  WS-V-LAST-CHG       PIC X(10).
           05  WS-TOTAL-LINE.
               10  FILLER              PIC X(22) VALUE SPACES.
               10  WS-RPT-LABEL        PIC X(25).
               10  WS-RPT-VALUE        PIC ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * WEEK-OVER-WEEK TREND: SCAN_AUDIT_DAY ROLLED UP BY ROG AND THE  *
      * SATURDAY ENDING EACH SCAN DATE'S WEEK, FOR THE LAST            *
      * WS-TREND-WEEKS WEEKS THROUGH THE RUN DATE.                     *
      ******************************************************************
       EXEC SQL
           DECLARE SCAN_TREND CURSOR FOR
           SELECT   ROG,
                    CHAR(SCAN_DATE + (7 - DAYOFWEEK(SCAN_DATE)) DAYS,
                         ISO),
                    SUM(SCAN_CT),
                    SUM(ACCURATE_CT)
           FROM     SCAN_AUDIT_DAY
           WHERE    SCAN_DATE >  DATE(:WS-RUN-DATE-ISO)
                                 - :WS-TREND-DAYS DAYS
              AND   SCAN_DATE <= DATE(:WS-RUN-DATE-ISO)
           GROUP BY ROG,
                    CHAR(SCAN_DATE + (7 - DAYOFWEEK(SCAN_DATE)) DAYS,
                         ISO)
           ORDER BY 1, 2
       END-EXEC.

       PROCEDURE DIVISION.

       0010-MAIN-PARA.
           PERFORM 8000-LEDGER-GATE
           PERFORM 8050-LEDGER-START
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-UNMATCHED
           PERFORM 2000-AUDIT-SCANS
           PERFORM 3000-SAVE-HISTORY
           PERFORM 4000-SCORECARD
           PERFORM 4500-TREND-REPORT
           PERFORM 6000-FINAL-COUNT
           PERFORM 8100-LEDGER-END
           STOP RUN.

      ******************************************************************
      * OPEN THE FILES AND TAKE THE PARM CARD.  THE PARM CARD IS       *
      * OPTIONAL: WITHOUT ONE THE RECENT-CHANGE WINDOW IS 14 DAYS AND  *
      * THE TREND COVERS 6 WEEKS.  THE LOAD TIMESTAMP STAMPS EVERY     *
      * SCAN_AUDIT_DAY ROW THIS RUN WRITES.                            *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-CHANGE-DAYS IS NUMERIC
                          AND PARM-CHANGE-DAYS > ZERO
                           MOVE PARM-CHANGE-DAYS TO WS-CHANGE-DAYS
                       END-IF
                       IF PARM-TREND-WEEKS IS NUMERIC
                          AND PARM-TREND-WEEKS > ZERO
                           MOVE PARM-TREND-WEEKS TO WS-TREND-WEEKS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           COMPUTE WS-TREND-DAYS = WS-TREND-WEEKS * 7

           OPEN INPUT  SCAN-FILE
           OPEN OUTPUT LABEL-REQ-FILE
                       SCORE-RPT
                       VARIANCE-RPT

           EXEC SQL
               SET :WS-LOAD-TIMESTAMP = CURRENT TIMESTAMP
           END-EXEC

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE (1:4)  TO WS-RUN-DATE-ISO (1:4)
           MOVE '-'                    TO WS-RUN-DATE-ISO (5:1)
           MOVE WS-CURRENT-DATE (5:2)  TO WS-RUN-DATE-ISO (6:2)
           MOVE '-'                    TO WS-RUN-DATE-ISO (8:1)
           MOVE WS-CURRENT-DATE (7:2)  TO WS-RUN-DATE-ISO (9:2)

           MOVE WS-CURRENT-DATE TO WS-H-RUN-DATE
                                   WS-V-RUN-DATE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-HDG-LINE-1
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-SCORE-HDG-LINE
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD FROM WS-VAR-HDG-LINE-1
           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD FROM WS-VAR-HDG-LINE-2.

      ******************************************************************
      * LOAD TBXPOSRC'S UNMATCHED MASTER.  A MISSING MASTER ONLY MEANS *
      * NO REGISTER MISMATCH CAN BE PINNED ON AN UNACKNOWLEDGED        *
      * CHANGE; THE AUDIT ITSELF STILL RUNS.                           *
      ******************************************************************
       1100-LOAD-UNMATCHED.
           OPEN INPUT UNMAT-MAST
           IF WS-UNMAT-STATUS NOT = '00'
               DISPLAY "TBXSCANA - NO POS UNMATCHED MASTER - "
                       "REGISTER CROSS-CHECK SKIPPED"
           ELSE
               PERFORM UNTIL WS-UNMAT-EOF
                   READ UNMAT-MAST
                       AT END
                           SET WS-UNMAT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-UNMAT-READ-CT
                           PERFORM 1150-LOAD-ONE-UNMATCHED
                   END-READ
               END-PERFORM
               CLOSE UNMAT-MAST
           END-IF.

       1150-LOAD-ONE-UNMATCHED.
           IF WS-UNMAT-MAX = 5000
               DISPLAY "TBXSCANA - UNMATCHED TABLE OVERFLOW - ABEND"
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-UNMAT-MAX
           MOVE UM-ROG          TO WS-UN-ROG (WS-UNMAT-MAX)
           MOVE UM-CORP-ITEM-CD TO WS-UN-CORP-ITEM-CD (WS-UNMAT-MAX).

       2000-AUDIT-SCANS.
           PERFORM UNTIL WS-SCAN-EOF
               READ SCAN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SCAN-READ-CT
                       PERFORM 2100-AUDIT-ONE-SCAN
               END-READ
           END-PERFORM.

      ******************************************************************
      * ONE SCAN: EDIT IT, RESOLVE THE UPC TO ITS X ROW, FIND THE RING *
      * IN FORCE ON THE SCAN DATE AND ANY RECENT CHANGE, COMPARE, AND  *
      * POST THE RESULT.  A BAD SCAN CANNOT BE TIED TO A STORE/DAY AND *
      * ONLY COUNTS IN THE RUN TOTALS; AN UNKNOWN UPC COUNTS AGAINST   *
      * THE STORE'S NO-ITEM COLUMN BUT NOT ITS ACCURACY BASE.          *
      ******************************************************************
       2100-AUDIT-ONE-SCAN.
           MOVE SPACES TO WS-TAG-RESULT
                          WS-REG-RESULT
                          WS-LAST-CHG-DATE
           MOVE ZERO   TO WS-EXP-RING
                          WS-EXP-RING-QTY
                          X-CORP-ITEM-CD
           MOVE 'N'    TO WS-RECENT-CHG-SW
           PERFORM 2200-EDIT-SCAN
           IF WS-EDIT-FAILED
               ADD 1 TO WS-BAD-SCAN-CT
               MOVE WS-EDIT-REASON TO WS-TAG-RESULT
               PERFORM 2900-WRITE-VARIANCE
           ELSE
               PERFORM 2300-LOOKUP-ITEM
               PERFORM 2800-POST-DAY
               IF NOT WS-ITEM-FOUND
                   ADD 1 TO WS-NO-ITEM-CT
                   ADD 1 TO WS-DY-NO-ITEM-CT (WS-DAY-IX)
                   MOVE 'NO ITEM' TO WS-TAG-RESULT
                   PERFORM 2900-WRITE-VARIANCE
               ELSE
                   ADD 1 TO WS-AUDITED-CT
                   ADD 1 TO WS-DY-SCAN-CT (WS-DAY-IX)
                   PERFORM 2400-RING-IN-FORCE
                   PERFORM 2450-RECENT-CHANGE
                   PERFORM 2500-COMPARE-PRICES
                   PERFORM 2600-CLASSIFY-TAG
                   PERFORM 2700-CLASSIFY-REGISTER
                   IF WS-TAG-OK AND WS-REG-OK
                       ADD 1 TO WS-ACCURATE-CT
                       ADD 1 TO WS-DY-ACCURATE-CT (WS-DAY-IX)
                   ELSE
                       PERFORM 2900-WRITE-VARIANCE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SCAN EDITS, FIRST FAILURE WINS.  THE SCAN DATE IS CHECKED FOR  *
      * A REAL MONTH AND DAY BECAUSE IT GOES TO DB2 AS A DATE.         *
      ******************************************************************
       2200-EDIT-SCAN.
           SET WS-EDIT-OK TO TRUE
           MOVE SPACES TO WS-EDIT-REASON

           IF WS-EDIT-OK AND SC-ROG = SPACES
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD ROG'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (SC-UPC-MANUF   IS NOT NUMERIC
               OR  SC-UPC-SALES   IS NOT NUMERIC
               OR  SC-UPC-COUNTRY IS NOT NUMERIC
               OR  SC-UPC-SYSTEM  IS NOT NUMERIC)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD UPC'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (SC-SHELF-PRICE IS NOT NUMERIC
               OR  SC-SCAN-PRICE  IS NOT NUMERIC)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD PRICE' TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               IF SC-SHELF-QTY-X = SPACES
                   MOVE 1 TO WS-SHELF-QTY
               ELSE
                   IF SC-SHELF-QTY IS NOT NUMERIC
                       SET WS-EDIT-FAILED TO TRUE
                       MOVE 'BAD QTY'   TO WS-EDIT-REASON
                   ELSE
                       MOVE SC-SHELF-QTY TO WS-SHELF-QTY
                       IF WS-SHELF-QTY = ZERO
                           MOVE 1 TO WS-SHELF-QTY
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-EDIT-OK
              AND (SC-SCAN-DATE IS NOT NUMERIC
               OR  SC-SCAN-MM < 01 OR SC-SCAN-MM > 12
               OR  SC-SCAN-DD < 01 OR SC-SCAN-DD > 31)
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD DATE'  TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
               MOVE SC-SCAN-DATE (1:4) TO WS-SCAN-DATE-ISO (1:4)
               MOVE '-'                TO WS-SCAN-DATE-ISO (5:1)
               MOVE SC-SCAN-DATE (5:2) TO WS-SCAN-DATE-ISO (6:2)
               MOVE '-'                TO WS-SCAN-DATE-ISO (8:1)
               MOVE SC-SCAN-DATE (7:2) TO WS-SCAN-DATE-ISO (9:2)
           END-IF.

      ******************************************************************
      * RESOLVE THE SCANNED UPC TO ITS X ROW FOR THE STORE.            *
      ******************************************************************
       2300-LOOKUP-ITEM.
           MOVE SC-ROG         TO X-ROG
           MOVE SC-UPC-MANUF   TO X-UPC-MANUF
           MOVE SC-UPC-SALES   TO X-UPC-SALES
           MOVE SC-UPC-COUNTRY TO X-UPC-COUNTRY
           MOVE SC-UPC-SYSTEM  TO X-UPC-SYSTEM
           MOVE 'N' TO WS-ITEM-FOUND-SW

           EXEC SQL
               SELECT   CORP_ITEM_CD,
                        UNIT_TYPE,
                        RING,
                        RING_QTY
               INTO    :X-CORP-ITEM-CD,
                       :X-UNIT-TYPE,
                       :X-RING,
                       :X-RING-QTY
               FROM     X
               WHERE    ROG          = :X-ROG
                  AND   UPC_MANUF    = :X-UPC-MANUF
                  AND   UPC_SALES    = :X-UPC-SALES
                  AND   UPC_COUNTRY  = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM   = :X-UPC-SYSTEM
               FETCH FIRST ROW ONLY
           END-EXEC

           EVALUATE TRUE
               WHEN SQLCODE = 0
                   SET WS-ITEM-FOUND TO TRUE
               WHEN SQLCODE = 100
                   MOVE ZERO TO X-CORP-ITEM-CD
               WHEN OTHER
                   DISPLAY "TBXSCANA - X LOOKUP FAILED SQLCODE="
                           SQLCODE " ROG=" SC-ROG
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
           END-EVALUATE.

      ******************************************************************
      * THE RING IN FORCE ON THE SCAN DATE.  A STORE'S UPLOAD CAN LAG  *
      * ITS WALK BY A DAY OR TWO; IF THE RING HAS CHANGED SINCE THE    *
      * SCAN, THE TAG AND REGISTER WERE RIGHT TO SHOW THE OLD_RING OF  *
      * THE FIRST CHANGE AFTER IT.  AN OLD_RING OF ZERO IS TBXNEWIT'S  *
      * SETUP ROW, WHICH HAS NO PRIOR PRICE; THE CURRENT RING HOLDS.   *
      ******************************************************************
       2400-RING-IN-FORCE.
           MOVE X-RING     TO WS-EXP-RING
           MOVE X-RING-QTY TO WS-EXP-RING-QTY

           EXEC SQL
               SELECT   OLD_RING,
                        OLD_RING_QTY
               INTO    :HIST-OLD-RING,
                       :HIST-OLD-RING-QTY
               FROM     X_HIST
               WHERE    ROG          = :X-ROG
                  AND   CORP_ITEM_CD = :X-CORP-ITEM-CD
                  AND   UPC_MANUF    = :X-UPC-MANUF
                  AND   UPC_SALES    = :X-UPC-SALES
                  AND   UPC_COUNTRY  = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM   = :X-UPC-SYSTEM
                  AND   UNIT_TYPE    = :X-UNIT-TYPE
                  AND   DATE(CHANGE_TIMESTAMP) > :WS-SCAN-DATE-ISO
                  AND  (OLD_RING     <> NEW_RING
                   OR   OLD_RING_QTY <> NEW_RING_QTY)
               ORDER BY CHANGE_TIMESTAMP
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0 AND HIST-OLD-RING > ZERO
               MOVE HIST-OLD-RING     TO WS-EXP-RING
               MOVE HIST-OLD-RING-QTY TO WS-EXP-RING-QTY
           END-IF

           IF WS-EXP-RING-QTY NOT > ZERO
               MOVE 1 TO WS-EXP-RING-QTY
           END-IF
           COMPUTE WS-EXP-UNIT-RING ROUNDED =
               WS-EXP-RING / WS-EXP-RING-QTY.

      ******************************************************************
      * THE LATEST RING (OR RING_QTY) CHANGE IN THE WINDOW ENDING ON   *
      * THE SCAN DATE.  ITS DATE GOES ON THE VARIANCE LINE.            *
      ******************************************************************
       2450-RECENT-CHANGE.
           EXEC SQL
               SELECT   CHANGE_TIMESTAMP,
                        JOB_ID
               INTO    :HIST-CHANGE-TIMESTAMP,
                       :HIST-JOB-ID
               FROM     X_HIST
               WHERE    ROG          = :X-ROG
                  AND   CORP_ITEM_CD = :X-CORP-ITEM-CD
                  AND   UPC_MANUF    = :X-UPC-MANUF
                  AND   UPC_SALES    = :X-UPC-SALES
                  AND   UPC_COUNTRY  = :X-UPC-COUNTRY
                  AND   UPC_SYSTEM   = :X-UPC-SYSTEM
                  AND   UNIT_TYPE    = :X-UNIT-TYPE
                  AND   DATE(CHANGE_TIMESTAMP) <= :WS-SCAN-DATE-ISO
                  AND   DATE(CHANGE_TIMESTAMP) >
                        DATE(:WS-SCAN-DATE-ISO) - :WS-CHANGE-DAYS DAYS
                  AND  (OLD_RING     <> NEW_RING
                   OR   OLD_RING_QTY <> NEW_RING_QTY)
               ORDER BY CHANGE_TIMESTAMP DESC
               FETCH FIRST ROW ONLY
           END-EXEC

           IF SQLCODE = 0
               SET WS-RECENT-CHG TO TRUE
               MOVE HIST-CHANGE-TIMESTAMP (1:10) TO WS-LAST-CHG-DATE
           END-IF.

      ******************************************************************
      * TAG: A TAG IN THE RING'S OWN MULTIPLE MUST SHOW THE RING TO    *
      * THE CENT; A TAG IN ANOTHER MULTIPLE ("$2.50 EACH" AGAINST "2   *
      * FOR $5") IS COMPARED PER UNIT.  REGISTER: THE SCAN PRICE IS    *
      * ONE UNIT, SO IT MUST EQUAL THE PER-UNIT RING.  A PER-UNIT      *
      * COMPARE ALLOWS ONE CENT FOR THE ROUNDING OF "3 FOR $10".       *
      ******************************************************************
       2500-COMPARE-PRICES.
           MOVE 'N' TO WS-TAG-OK-SW
           MOVE 'N' TO WS-REG-OK-SW

           IF WS-SHELF-QTY = WS-EXP-RING-QTY
               IF SC-SHELF-PRICE = WS-EXP-RING
                   SET WS-TAG-OK TO TRUE
               END-IF
           ELSE
               COMPUTE WS-SHELF-UNIT ROUNDED =
                   SC-SHELF-PRICE / WS-SHELF-QTY
               COMPUTE WS-PRICE-DIFF = WS-SHELF-UNIT - WS-EXP-UNIT-RING
               IF WS-PRICE-DIFF < ZERO
                   COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
               END-IF
               IF WS-PRICE-DIFF NOT > 0.01
                   SET WS-TAG-OK TO TRUE
               END-IF
           END-IF

           COMPUTE WS-PRICE-DIFF = SC-SCAN-PRICE - WS-EXP-UNIT-RING
           IF WS-PRICE-DIFF < ZERO
               COMPUTE WS-PRICE-DIFF = ZERO - WS-PRICE-DIFF
           END-IF
           IF WS-PRICE-DIFF = ZERO
              OR (WS-EXP-RING-QTY > 1 AND WS-PRICE-DIFF NOT > 0.01)
               SET WS-REG-OK TO TRUE
           END-IF.

      ******************************************************************
      * A WRONG TAG AFTER A RECENT RING CHANGE IS A STALE TAG; WITH NO *
      * RECENT CHANGE IT IS A PLAIN TAG MISMATCH.  EITHER WAY THE      *
      * RIGHT SIGN IS REQUESTED FROM TBXLABEL.                         *
      ******************************************************************
       2600-CLASSIFY-TAG.
           IF WS-TAG-OK
               MOVE 'OK' TO WS-TAG-RESULT
               ADD 1 TO WS-DY-TAG-OK-CT (WS-DAY-IX)
           ELSE
               IF WS-RECENT-CHG
                   MOVE 'STALE TAG'    TO WS-TAG-RESULT
                   ADD 1 TO WS-STALE-TAG-CT
                   ADD 1 TO WS-DY-STALE-TAG-CT (WS-DAY-IX)
               ELSE
                   MOVE 'TAG MISMATCH' TO WS-TAG-RESULT
                   ADD 1 TO WS-TAG-MISS-CT
                   ADD 1 TO WS-DY-TAG-MISS-CT (WS-DAY-IX)
               END-IF
               PERFORM 2650-REQUEST-LABEL
           END-IF.

       2650-REQUEST-LABEL.
           MOVE 'N' TO WS-LREQ-FOUND-SW
           PERFORM VARYING WS-LREQ-IX FROM 1 BY 1
                   UNTIL WS-LREQ-IX > WS-LREQ-MAX
                      OR WS-LREQ-FOUND
               IF WS-LQ-ROG (WS-LREQ-IX) = X-ROG
                  AND WS-LQ-CORP-ITEM-CD (WS-LREQ-IX) = X-CORP-ITEM-CD
                   SET WS-LREQ-FOUND TO TRUE
               END-IF
           END-PERFORM

           IF NOT WS-LREQ-FOUND
               IF WS-LREQ-MAX = 5000
                   DISPLAY "TBXSCANA - LABEL REQUEST TABLE OVERFLOW - "
                           "ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-LREQ-MAX
               MOVE X-ROG          TO WS-LQ-ROG (WS-LREQ-MAX)
               MOVE X-CORP-ITEM-CD TO WS-LQ-CORP-ITEM-CD (WS-LREQ-MAX)
               MOVE SPACES         TO LABEL-REQ-RECORD
               MOVE X-ROG          TO LR-ROG
               MOVE X-CORP-ITEM-CD TO LR-CORP-ITEM-CD
               WRITE LABEL-REQ-RECORD
               ADD 1 TO WS-LABEL-REQ-CT
           END-IF.

      ******************************************************************
      * A WRONG REGISTER PRICE AFTER A RECENT RING CHANGE THAT THE POS *
      * SIDE STILL HAS NOT ACKNOWLEDGED (ROG/ITEM ON TBXPOSRC'S        *
      * UNMATCHED MASTER) IS A REGISTER THAT NEVER TOOK THE CHANGE;    *
      * ANYTHING ELSE IS A PLAIN REGISTER MISMATCH.                    *
      ******************************************************************
       2700-CLASSIFY-REGISTER.
           IF WS-REG-OK
               MOVE 'OK' TO WS-REG-RESULT
               ADD 1 TO WS-DY-REG-OK-CT (WS-DAY-IX)
           ELSE
               MOVE 'N' TO WS-UNMAT-FOUND-SW
               IF WS-RECENT-CHG
                   PERFORM 2750-CHECK-UNMATCHED
               END-IF
               IF WS-UNMAT-FOUND
                   MOVE 'REG NOT UPD'  TO WS-REG-RESULT
                   ADD 1 TO WS-REG-NOT-UPD-CT
                   ADD 1 TO WS-DY-REG-NOT-UPD-CT (WS-DAY-IX)
               ELSE
                   MOVE 'REG MISMATCH' TO WS-REG-RESULT
                   ADD 1 TO WS-REG-MISS-CT
                   ADD 1 TO WS-DY-REG-MISS-CT (WS-DAY-IX)
               END-IF
           END-IF.

       2750-CHECK-UNMATCHED.
           PERFORM VARYING WS-UNMAT-IX FROM 1 BY 1
                   UNTIL WS-UNMAT-IX > WS-UNMAT-MAX
                      OR WS-UNMAT-FOUND
               IF WS-UN-ROG (WS-UNMAT-IX) = X-ROG
                  AND WS-UN-CORP-ITEM-CD (WS-UNMAT-IX) = X-CORP-ITEM-CD
                   SET WS-UNMAT-FOUND TO TRUE
               END-IF
           END-PERFORM.

      ******************************************************************
      * FIND (OR ADD) THE SCAN'S ROG/SCAN-DATE SCORECARD ROW AND LEAVE *
      * WS-DAY-IX ON IT.                                               *
      ******************************************************************
       2800-POST-DAY.
           MOVE 'N' TO WS-DAY-FOUND-SW
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-MAX
                      OR WS-DAY-FOUND
               IF WS-DY-ROG (WS-DAY-IX) = SC-ROG
                  AND WS-DY-SCAN-DATE (WS-DAY-IX) = WS-SCAN-DATE-ISO
                   SET WS-DAY-FOUND TO TRUE
                   SUBTRACT 1 FROM WS-DAY-IX
               END-IF
           END-PERFORM

           IF NOT WS-DAY-FOUND
               IF WS-DAY-MAX = 2000
                   DISPLAY "TBXSCANA - SCORECARD TABLE OVERFLOW - ABEND"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 8100-LEDGER-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-MAX
               MOVE WS-DAY-MAX       TO WS-DAY-IX
               MOVE SC-ROG           TO WS-DY-ROG (WS-DAY-IX)
               MOVE WS-SCAN-DATE-ISO TO WS-DY-SCAN-DATE (WS-DAY-IX)
               MOVE ZERO TO WS-DY-SCAN-CT        (WS-DAY-IX)
                            WS-DY-ACCURATE-CT    (WS-DAY-IX)
                            WS-DY-TAG-OK-CT      (WS-DAY-IX)
                            WS-DY-REG-OK-CT      (WS-DAY-IX)
                            WS-DY-STALE-TAG-CT   (WS-DAY-IX)
                            WS-DY-TAG-MISS-CT    (WS-DAY-IX)
                            WS-DY-REG-NOT-UPD-CT (WS-DAY-IX)
                            WS-DY-REG-MISS-CT    (WS-DAY-IX)
                            WS-DY-NO-ITEM-CT     (WS-DAY-IX)
           END-IF.

       2900-WRITE-VARIANCE.
           MOVE SC-ROG            TO WS-V-ROG
           MOVE SC-UPC-COUNTRY    TO WS-V-UPC-COUNTRY
           MOVE SC-UPC-SYSTEM     TO WS-V-UPC-SYSTEM
           MOVE SC-UPC-MANUF      TO WS-V-UPC-MANUF
           MOVE SC-UPC-SALES      TO WS-V-UPC-SALES
           MOVE X-CORP-ITEM-CD    TO WS-V-CORP-ITEM-CD
           MOVE SC-SCAN-DATE      TO WS-V-SCAN-DATE
           MOVE SC-SHELF-PRICE    TO WS-V-SHELF-PRICE
           MOVE SC-SCAN-PRICE     TO WS-V-SCAN-PRICE
           MOVE WS-EXP-RING       TO WS-V-RING
           MOVE WS-TAG-RESULT     TO WS-V-TAG-RESULT
           MOVE WS-REG-RESULT     TO WS-V-REG-RESULT
           MOVE WS-LAST-CHG-DATE  TO WS-V-LAST-CHG

           MOVE SPACES TO WS-V-SHELF-QTY-GRP
           IF WS-EDIT-OK AND WS-SHELF-QTY > 1
               MOVE WS-SHELF-QTY  TO WS-V-SHELF-QTY
               MOVE '/'           TO WS-V-SHELF-SLASH
           END-IF
           MOVE SPACES TO WS-V-RING-QTY-GRP
           IF WS-EXP-RING-QTY > 1
               MOVE WS-EXP-RING-QTY TO WS-V-RING-QTY
               MOVE '/'             TO WS-V-RING-SLASH
           END-IF

           MOVE SPACES TO VARIANCE-RPT-RECORD
           WRITE VARIANCE-RPT-RECORD FROM WS-VAR-LINE.

      ******************************************************************
      * SAVE EACH ROG/SCAN-DATE ROW TO SCAN_AUDIT_DAY.  THE ROW IS     *
      * DELETED FIRST SO A RERUN OF THE SAME UPLOAD REPLACES IT, AND   *
      * THE WORK IS COMMITTED BEFORE THE TREND CURSOR READS IT BACK.   *
      ******************************************************************
       3000-SAVE-HISTORY.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-MAX
               PERFORM 3100-SAVE-ONE-DAY
           END-PERFORM

           EXEC SQL
               COMMIT
           END-EXEC.

       3100-SAVE-ONE-DAY.
           MOVE WS-DY-ROG (WS-DAY-IX)            TO SCN-ROG
           MOVE WS-DY-SCAN-DATE (WS-DAY-IX)      TO SCN-SCAN-DATE
           MOVE WS-DY-SCAN-CT (WS-DAY-IX)        TO SCN-SCAN-CT
           MOVE WS-DY-ACCURATE-CT (WS-DAY-IX)    TO SCN-ACCURATE-CT
           MOVE WS-DY-TAG-OK-CT (WS-DAY-IX)      TO SCN-TAG-OK-CT
           MOVE WS-DY-REG-OK-CT (WS-DAY-IX)      TO SCN-REG-OK-CT
           MOVE WS-DY-STALE-TAG-CT (WS-DAY-IX)   TO SCN-STALE-TAG-CT
           MOVE WS-DY-TAG-MISS-CT (WS-DAY-IX)    TO SCN-TAG-MISS-CT
           MOVE WS-DY-REG-NOT-UPD-CT (WS-DAY-IX) TO SCN-REG-NOT-UPD-CT
           MOVE WS-DY-REG-MISS-CT (WS-DAY-IX)    TO SCN-REG-MISS-CT
           MOVE WS-DY-NO-ITEM-CT (WS-DAY-IX)     TO SCN-NO-ITEM-CT
           MOVE WS-LOAD-TIMESTAMP                TO SCN-LOAD-TIMESTAMP

           EXEC SQL
               DELETE FROM SCAN_AUDIT_DAY
               WHERE    ROG       = :SCN-ROG
                  AND   SCAN_DATE = :SCN-SCAN-DATE
           END-EXEC

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY "TBXSCANA - SCAN_AUDIT_DAY DELETE FAILED "
                       "SQLCODE=" SQLCODE " ROG=" SCN-ROG
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF

           EXEC SQL
               INSERT INTO SCAN_AUDIT_DAY
                      ( ROG, SCAN_DATE, SCAN_CT, ACCURATE_CT,
                        TAG_OK_CT, REG_OK_CT, STALE_TAG_CT,
                        TAG_MISS_CT, REG_NOT_UPD_CT, REG_MISS_CT,
                        NO_ITEM_CT, LOAD_TIMESTAMP )
               VALUES ( :SCN-ROG, :SCN-SCAN-DATE, :SCN-SCAN-CT,
                        :SCN-ACCURATE-CT, :SCN-TAG-OK-CT,
                        :SCN-REG-OK-CT, :SCN-STALE-TAG-CT,
                        :SCN-TAG-MISS-CT, :SCN-REG-NOT-UPD-CT,
                        :SCN-REG-MISS-CT, :SCN-NO-ITEM-CT,
                        :SCN-LOAD-TIMESTAMP )
           END-EXEC

           IF SQLCODE NOT = 0
               DISPLAY "TBXSCANA - SCAN_AUDIT_DAY INSERT FAILED "
                       "SQLCODE=" SQLCODE " ROG=" SCN-ROG
               MOVE 16 TO RETURN-CODE
               PERFORM 8100-LEDGER-END
               STOP RUN
           END-IF
           ADD 1 TO WS-DAY-SAVED-CT.

      ******************************************************************
      * PER-STORE SCORECARD FOR THIS UPLOAD.  PERCENT ACCURATE IS TAG  *
      * AND REGISTER BOTH RIGHT OVER THE SCANS THAT RESOLVED TO X.     *
      ******************************************************************
       4000-SCORECARD.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-MAX
               PERFORM 4100-SCORE-ONE-DAY
           END-PERFORM.

       4100-SCORE-ONE-DAY.
           MOVE ZERO TO WS-PCT-WORK
           IF WS-DY-SCAN-CT (WS-DAY-IX) > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-DY-ACCURATE-CT (WS-DAY-IX) * 100
                       / WS-DY-SCAN-CT (WS-DAY-IX)
           END-IF

           MOVE WS-DY-ROG (WS-DAY-IX)            TO WS-S-ROG
           MOVE WS-DY-SCAN-DATE (WS-DAY-IX)      TO WS-S-SCAN-DATE
           MOVE WS-DY-SCAN-CT (WS-DAY-IX)        TO WS-S-SCAN-CT
           MOVE WS-DY-ACCURATE-CT (WS-DAY-IX)    TO WS-S-ACCURATE-CT
           MOVE WS-PCT-WORK                      TO WS-S-PCT
           MOVE WS-DY-TAG-OK-CT (WS-DAY-IX)      TO WS-S-TAG-OK-CT
           MOVE WS-DY-REG-OK-CT (WS-DAY-IX)      TO WS-S-REG-OK-CT
           MOVE WS-DY-STALE-TAG-CT (WS-DAY-IX)   TO WS-S-STALE-TAG-CT
           MOVE WS-DY-TAG-MISS-CT (WS-DAY-IX)    TO WS-S-TAG-MISS-CT
           MOVE WS-DY-REG-NOT-UPD-CT (WS-DAY-IX) TO WS-S-REG-NOT-UPD-CT
           MOVE WS-DY-REG-MISS-CT (WS-DAY-IX)    TO WS-S-REG-MISS-CT
           MOVE WS-DY-NO-ITEM-CT (WS-DAY-IX)     TO WS-S-NO-ITEM-CT
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-SCORE-LINE.

      ******************************************************************
      * WEEK-OVER-WEEK TREND FROM SCAN_AUDIT_DAY, ONE LINE PER ROG PER *
      * WEEK WITH THE CHANGE IN PERCENT ACCURATE FROM THE STORE'S      *
      * PRIOR LISTED WEEK (BLANK ON A STORE'S FIRST WEEK).             *
      ******************************************************************
       4500-TREND-REPORT.
           MOVE WS-TREND-WEEKS TO WS-H-TREND-WEEKS
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TREND-TITLE-LINE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TREND-HDG-LINE

           EXEC SQL
               OPEN SCAN_TREND
           END-EXEC

           PERFORM UNTIL WS-TREND-EOF
               EXEC SQL
                   FETCH    SCAN_TREND
                   INTO    :WS-TR-ROG,
                           :WS-TR-WEEK-END,
                           :WS-TR-SCAN-CT,
                           :WS-TR-ACCURATE-CT
               END-EXEC
               IF SQLCODE = 100
                   SET WS-TREND-EOF TO TRUE
               ELSE
                   PERFORM 4600-TREND-ONE-ROW
               END-IF
           END-PERFORM

           EXEC SQL
               CLOSE SCAN_TREND
           END-EXEC.

       4600-TREND-ONE-ROW.
           MOVE ZERO TO WS-TR-PCT
           IF WS-TR-SCAN-CT > ZERO
               COMPUTE WS-TR-PCT ROUNDED =
                   WS-TR-ACCURATE-CT * 100 / WS-TR-SCAN-CT
           END-IF

           MOVE WS-TR-ROG         TO WS-T-ROG
           MOVE WS-TR-WEEK-END    TO WS-T-WEEK-END
           MOVE WS-TR-SCAN-CT     TO WS-T-SCAN-CT
           MOVE WS-TR-ACCURATE-CT TO WS-T-ACCURATE-CT
           MOVE WS-TR-PCT         TO WS-T-PCT
           IF WS-TR-ROG = WS-PREV-TR-ROG
               COMPUTE WS-TR-PCT-CHANGE = WS-TR-PCT - WS-PREV-TR-PCT
               MOVE WS-TR-PCT-CHANGE TO WS-T-CHANGE
           ELSE
               MOVE SPACES TO WS-T-CHANGE-X
           END-IF
           MOVE WS-TR-ROG TO WS-PREV-TR-ROG
           MOVE WS-TR-PCT TO WS-PREV-TR-PCT

           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TREND-LINE.

       6000-FINAL-COUNT.
           MOVE 'SCANS READ'           TO WS-RPT-LABEL
           MOVE WS-SCAN-READ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'BAD SCANS'            TO WS-RPT-LABEL
           MOVE WS-BAD-SCAN-CT         TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'UPC NOT ON X'         TO WS-RPT-LABEL
           MOVE WS-NO-ITEM-CT          TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'SCANS AUDITED'        TO WS-RPT-LABEL
           MOVE WS-AUDITED-CT          TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'ACCURATE'             TO WS-RPT-LABEL
           MOVE WS-ACCURATE-CT         TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'STALE TAGS'           TO WS-RPT-LABEL
           MOVE WS-STALE-TAG-CT        TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'OTHER TAG MISMATCHES'  TO WS-RPT-LABEL
           MOVE WS-TAG-MISS-CT         TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'REGISTERS NOT UPDATED' TO WS-RPT-LABEL
           MOVE WS-REG-NOT-UPD-CT      TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'OTHER REGISTER MISMATCH' TO WS-RPT-LABEL
           MOVE WS-REG-MISS-CT         TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           MOVE 'LABEL REQUESTS WRITTEN' TO WS-RPT-LABEL
           MOVE WS-LABEL-REQ-CT        TO WS-RPT-VALUE
           MOVE SPACES TO SCORE-RPT-RECORD
           WRITE SCORE-RPT-RECORD FROM WS-TOTAL-LINE

           CLOSE SCAN-FILE
                 LABEL-REQ-FILE
                 SCORE-RPT
                 VARIANCE-RPT

           DISPLAY "------------------------------------------------".
           DISPLAY "SCANS READ           : " WS-SCAN-READ-CT.
           DISPLAY "BAD SCANS            : " WS-BAD-SCAN-CT.
           DISPLAY "UPC NOT ON X         : " WS-NO-ITEM-CT.
           DISPLAY "SCANS AUDITED        : " WS-AUDITED-CT.
           DISPLAY "ACCURATE             : " WS-ACCURATE-CT.
           DISPLAY "STALE TAGS           : " WS-STALE-TAG-CT.
           DISPLAY "OTHER TAG MISMATCHES : " WS-TAG-MISS-CT.
           DISPLAY "REGISTERS NOT UPDATED: " WS-REG-NOT-UPD-CT.
           DISPLAY "OTHER REG MISMATCHES : " WS-REG-MISS-CT.
           DISPLAY "LABEL REQUESTS       : " WS-LABEL-REQ-CT.
           DISPLAY "UNMATCHED POSI LOADED: " WS-UNMAT-READ-CT.
           DISPLAY "STORE-DAYS SAVED     : " WS-DAY-SAVED-CT.
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
           MOVE 'TBXSCANA' TO JRL-JOB-NAME
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
               DISPLAY "TBXSCANA - PREDECESSOR " JRL-MISSING-JOB
                       " NOT ENDED NORMALLY FOR " JRL-BUS-DATE
               DISPLAY "TBXSCANA - " JRL-MISSING-DSP
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
                   DISPLAY "TBXSCANA - RUN CARD FOR " JRL-RC-JOB-NAME
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
               DISPLAY "TBXSCANA - JOB LEDGER CHECK FAILED SQLCODE="
                       SQLCODE
               MOVE 1        TO JRL-MISSING-CT
               MOVE 'LEDGER' TO JRL-MISSING-JOB
           END-IF

           IF JRL-MISSING-CT > ZERO
               IF JRL-OVERRIDE
                   DISPLAY "TBXSCANA - PREDECESSOR CHECK OVERRIDDEN BY "
                           JRL-OVERRIDE-USER
                   DISPLAY "TBXSCANA - " JRL-OVERRIDE-REASON
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
               DISPLAY "TBXSCANA - JOB_RUN_LOG INSERT FAILED SQLCODE="
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
               MOVE 'SCANS READ'          TO JRL-COUNT-LBL-1
               MOVE WS-SCAN-READ-CT       TO JRL-COUNT-1
               MOVE 'SCANS AUDITED'       TO JRL-COUNT-LBL-2
               MOVE WS-AUDITED-CT         TO JRL-COUNT-2
               MOVE 'ACCURATE'            TO JRL-COUNT-LBL-3
               MOVE WS-ACCURATE-CT        TO JRL-COUNT-3
               MOVE 'LABEL REQUESTS'      TO JRL-COUNT-LBL-4
               MOVE WS-LABEL-REQ-CT       TO JRL-COUNT-4
               PERFORM 8060-LEDGER-INSERT
               MOVE 'N' TO JRL-STARTED-SW
           END-IF
           MOVE JRL-SAVE-RC TO RETURN-CODE.
