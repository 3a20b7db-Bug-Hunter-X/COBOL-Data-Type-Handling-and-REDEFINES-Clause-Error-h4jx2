       01  WS-CONF-TRL-COUNT          PIC 9(7)    VALUE 0.
       01  WS-CONF-TRL-HASH           PIC 9(11)V99 VALUE 0.
       01  WS-DISCREPANCY-COUNT       PIC 9(7)    VALUE 0.
       01  WS-DETAIL-AMOUNT           PIC 9(7)V99.
       01  WS-STANDARD-AMOUNT         PIC 9(5)V99.
       01  WS-BATCH-STAMP.
           05  WS-BATCH-DATE          PIC X(8).
           05  FILLER                 PIC X       VALUE "-".

       2300-POST-SENT-DETAIL.
           ADD 1 TO WS-SENT-COUNT
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF GL-LARGE-VALUE
               IF GL-LARGE-AMOUNT IS NUMERIC
                   MOVE GL-LARGE-AMOUNT TO WS-DETAIL-AMOUNT
               END-IF
           ELSE
               IF GL-AMOUNT(1:7) IS NUMERIC
                   MOVE GL-AMOUNT(1:7) TO WS-STANDARD-AMOUNT(1:7)
                   MOVE WS-STANDARD-AMOUNT TO WS-DETAIL-AMOUNT
               END-IF
           END-IF
           ADD WS-DETAIL-AMOUNT TO WS-SENT-HASH
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 2350-SCAN-SUMMARY WS-SUMMARY-COUNT TIMES
