      *    ADJUSTMENTS WERE NETTED IN; NEW_RING IS THE NET RING THAT
      *    WENT TO TABLE X.  EQUAL WHEN NO ADJUSTMENT WAS IN PLAY.
           05  AUD-GROSS-RING          PIC S9(5)V99  COMP-3.
           05  AUD-OLD-RING-QTY        PIC S9(4)     COMP.
           05  AUD-NEW-RING-QTY        PIC S9(4)     COMP.
           05  AUD-OLD-PACK-RETAIL     PIC S9(5)V99  COMP-3.
           05  AUD-NEW-PACK-RETAIL     PIC S9(5)V99  COMP-3.
           05  AUD-CHANGE-TIMESTAMP    PIC X(26).
           05  AUD-JOB-ID              PIC X(08).
           05  AUD-USER-ID             PIC X(08).
      *    SECOND USER WHO APPROVED A TBXONLN CHANGE HELD FOR TWO-PERSON
      *    APPROVAL (USER_ID IS THE MAKER).  SPACES EVERYWHERE ELSE.
           05  AUD-CHECKER-ID          PIC X(08).
      *    SET ONLY BY TBXBKOUT: THE JOB_ID AND CHANGE_TIMESTAMP OF THE
      *    X_HIST ROW A REVERSAL UNDOES, SO THE INQUIRY AND FINANCE CAN
      *    TIE THE REVERSAL BACK TO THE RUN IT OFFSETS.
           05  AUD-REV-JOB-ID          PIC X(08).
           05  AUD-REV-CHANGE-TS       PIC X(26).
