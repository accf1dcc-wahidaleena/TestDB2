      ******************************************************************
      * WSAPPR - HOST VARIABLES FOR PRICE_APPR (TWO-PERSON APPROVAL    *
      * QUEUE FOR LARGE ONLINE PRICE CHANGES) AND ITS CONTROL TABLES.  *
      * TBXONLN QUEUES A MAINTENANCE-SCREEN CHANGE HERE INSTEAD OF     *
      * APPLYING IT WHEN THE PER-UNIT RING SWING PASSES THE APPR_CTL   *
      * THRESHOLDS OR STATUS_RUPC GOES TO 'D'/'X'.  THE ROW CARRIES    *
      * THE FULL PROPOSED X ROW (APPLIED AS KEYED ON APPROVAL), THE    *
      * BEFORE IMAGE THE MAKER SAW (AN ITEM CHANGED SINCE IS NOT       *
      * APPROVED OVER), AND THE SIGNED-ON MAKER AND CHECKER IDS.       *
      * APPR_STATUS: 'P' PENDING, 'A' APPROVED, 'R' REJECTED,          *
      * 'E' EXPIRED UNAPPROVED AT END OF DAY (TBXAPPRX).               *
      ******************************************************************
       01  WS-APPR-HOST-FIELDS.
           05  APR-ROG                 PIC X(03).
           05  APR-CORP-ITEM-CD        PIC 9(09).
           05  APR-UPC-MANUF           PIC 9(06).
           05  APR-UPC-SALES           PIC 9(05).
           05  APR-UPC-COUNTRY         PIC 9(03).
           05  APR-UPC-SYSTEM          PIC 9(01).
           05  APR-UNIT-TYPE           PIC X(01).
      *    PROPOSED X ROW AS KEYED BY THE MAKER.
           05  APR-PRIMARY-UPC-SW      PIC X(01).
           05  APR-PACK-RETAIL         PIC S9(5)V99  COMP-3.
           05  APR-LABEL-SIZE          PIC X(04).
           05  APR-LABEL-NUMBERS       PIC X(10).
           05  APR-PRT-SIGN-IND        PIC X(01).
           05  APR-ITEM-SELECTION      PIC X(02).
           05  APR-RING                PIC S9(5)V99  COMP-3.
           05  APR-RING-QTY            PIC S9(4)     COMP.
           05  APR-RETAIL-SECT         PIC X(02).
           05  APR-STATUS-RUPC         PIC X(01).
      *    BEFORE IMAGE ON X WHEN THE CHANGE WAS KEYED.
           05  APR-OLD-RING            PIC S9(5)V99  COMP-3.
           05  APR-OLD-RING-QTY        PIC S9(4)     COMP.
           05  APR-OLD-PACK-RETAIL     PIC S9(5)V99  COMP-3.
           05  APR-OLD-STATUS-RUPC     PIC X(01).
      *    WHY IT WAS QUEUED: SWING-PCT, SWING-AMT, STATUS-D, STATUS-X.
           05  APR-REASON              PIC X(10).
           05  APR-STATUS              PIC X(01).
           05  APR-MAKER-ID            PIC X(08).
           05  APR-REQ-TIMESTAMP       PIC X(26).
           05  APR-CHECKER-ID          PIC X(08).
           05  APR-DECIDE-TIMESTAMP    PIC X(26).
      *    WHY A DECISION WAS FORCED (STALE, AN EDIT REASON, EXPIRED).
           05  APR-DECIDE-REASON       PIC X(10).

      ******************************************************************
      * APPR_CTL (ONE ROW: THE PER-UNIT SWING PERCENT AND DOLLAR       *
      * THRESHOLDS ABOVE WHICH AN ONLINE CHANGE NEEDS A CHECKER) AND   *
      * APPR_USER (ONE ROW PER USER ID AUTHORIZED TO APPROVE).  BOTH   *
      * ARE REFRESHED FROM THE DESK'S CARDS BY TBXAPPRX.               *
      ******************************************************************
       01  WS-APPR-CTL-HOST-FIELDS.
           05  APC-SWING-PCT           PIC S9(3)V99  COMP-3.
           05  APC-SWING-AMT           PIC S9(5)V99  COMP-3.
           05  APC-USER-ID             PIC X(08).
