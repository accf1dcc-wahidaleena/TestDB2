      ******************************************************************
      * WSPROMO - HOST VARIABLES FOR X_PROMO (TEMPORARY PRICE          *
      * REDUCTIONS).  ONE ROW PER TABLE-X FULL KEY PER PROMOTION,      *
      * LOADED BY THE NIGHTLY TBXPROMO JOB FROM THE AD DESK'S PROMO    *
      * CARDS (A ZONE CARD FANS OUT TO EVERY MEMBER ROG, AND EVERY     *
      * CARD TO EVERY UPC THE ITEM CARRIES IN THE ROG).  REG_RING IS   *
      * THE REGULAR RING SAVED WHEN THE PROMO WENT LIVE; WHILE THE     *
      * ROW IS LIVE A REGULAR-PRICE FEED RECORD FOR THE KEY UPDATES    *
      * REG_RING (TESTDB2, TBXRELSE) INSTEAD OF THE RING ON X, AND     *
      * TBXPROMO PUTS REG_RING BACK ON X THE MORNING AFTER END_DATE.   *
      ******************************************************************
       01  WS-PROMO-HOST-FIELDS.
           05  PRM-ROG                 PIC X(03).
           05  PRM-CORP-ITEM-CD        PIC 9(09).
           05  PRM-UPC-MANUF           PIC 9(06).
           05  PRM-UPC-SALES           PIC 9(05).
           05  PRM-UPC-COUNTRY         PIC 9(03).
           05  PRM-UPC-SYSTEM          PIC 9(01).
           05  PRM-UNIT-TYPE           PIC X(01).
           05  PRM-PROMO-RING          PIC S9(5)V99  COMP-3.
           05  PRM-PROMO-RING-QTY      PIC S9(4)     COMP.
           05  PRM-START-DATE          PIC X(10).
           05  PRM-END-DATE            PIC X(10).
           05  PRM-REG-RING            PIC S9(5)V99  COMP-3.
           05  PRM-REG-RING-QTY        PIC S9(4)     COMP.
      *    S = SCHEDULED (LOADED, START DATE NOT YET REACHED)
      *    L = LIVE (PROMO RING ON X, REGULAR RING IN REG_RING)
      *    E = ENDED (REGULAR RING RESTORED TO X)
      *    X = EXPIRED BEFORE IT COULD START (NEVER APPLIED)
      *    R = REJECTED AT START BY THE PRICE EDITS (REASON SAVED)
           05  PRM-PROMO-STATUS        PIC X(01).
               88  PRM-SCHEDULED           VALUE 'S'.
               88  PRM-LIVE                VALUE 'L'.
               88  PRM-ENDED               VALUE 'E'.
               88  PRM-EXPIRED             VALUE 'X'.
               88  PRM-REJECTED            VALUE 'R'.
           05  PRM-REJECT-REASON       PIC X(10).
           05  PRM-ADD-TIMESTAMP       PIC X(26).
