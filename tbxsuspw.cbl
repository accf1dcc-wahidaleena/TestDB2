           05  WI-ITEM-SELECTION       PIC X(02).
           05  WI-RING                 PIC 9(5)V99.
           05  WI-EFF-DATE             PIC 9(08).
           05  WI-RING-QTY             PIC 9(02).
           05  WI-RING-QTY-X REDEFINES WI-RING-QTY
                                       PIC X(02).
           05  FILLER                  PIC X(05).

       01  WS-MISC.
           05  WS-REC-LEN              PIC S9(4) COMP VALUE 144.
               MOVE WI-PRT-SIGN-IND    TO SIGNDO
               MOVE WI-ITEM-SELECTION  TO ISELDO
               MOVE WI-RING            TO RINGDO
               MOVE WI-RING-QTY-X      TO RQTYDO
               MOVE WI-EFF-DATE        TO EFFDDO
               MOVE 'CORRECT FIELDS AND PRESS ENTER' TO DMSGO
               EXEC CICS
               RECEIVE MAP('TBXSDTL') MAPSET('TBXSUSPM')
           END-EXEC

           MOVE SPACES             TO WS-IMAGE-FIELDS
           MOVE ROGDI              TO WI-ROG
           MOVE ITEMDI             TO WI-CORP-ITEM-CD
           MOVE UPCMDI             TO WI-UPC-MANUF
           MOVE SIGNDI             TO WI-PRT-SIGN-IND
           MOVE ISELDI             TO WI-ITEM-SELECTION
           MOVE RINGDI             TO WI-RING
           IF RQTYDL > ZERO
               MOVE RQTYDI         TO WI-RING-QTY-X
           END-IF
           MOVE EFFDDI             TO WI-EFF-DATE

           PERFORM 3200-EDIT-FIELDS
               MOVE 'BAD-RING'  TO WS-EDIT-REASON
           END-IF

      *    RING_QTY: BLANK IS A SINGLE-UNIT RING, AS ON THE FEED.
           IF WS-EDIT-OK
              AND WI-RING-QTY-X NOT = SPACES
              AND WI-RING-QTY IS NOT NUMERIC
               SET WS-EDIT-FAILED TO TRUE
               MOVE 'BAD-QTY'   TO WS-EDIT-REASON
           END-IF

           IF WS-EDIT-OK
              AND (WI-PACK-RETAIL IS NOT NUMERIC
                   OR WI-PACK-RETAIL NOT > ZERO)
