      *    RECORDS DATED WITHIN THE PERIOD, AND RECOMBINES THEM ON
      *    RETROUT WITH THE SAME MANIFEST ACCOUNTING, SO NOBODY
      *    HAND-EDITS ARCHIVE FILES.
      *
      *    THE AMOUNT TOTALS TAKE EACH RECORD'S STAGED SOURCE
      *    AMOUNT, FROM AL-LARGE-SOURCE-AMOUNT FOR A LARGE-VALUE
      *    RECORD (AL-LARGE-VALUE, SEE AUDITLOG), SO A LARGE AMOUNT
      *    IS ACCOUNTED FOR IN FULL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-READ-AMOUNT             PIC 9(11)V99 VALUE 0.
       01  WS-SELECT-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-RETAIN-AMOUNT           PIC 9(11)V99 VALUE 0.
       01  WS-RECORD-AMOUNT           PIC 9(7)V99 VALUE 0.

       01  WS-MANIFEST-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
               NOT AT END
                   MOVE AUDIT-LOG-IN-REC TO WS-AUDIT-RECORD
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-SET-RECORD-AMOUNT
                   ADD WS-RECORD-AMOUNT TO WS-READ-AMOUNT
                   IF AL-TIMESTAMP(1:8) < WS-PERIOD-START
                       ADD 1 TO WS-SELECT-COUNT
                       ADD WS-RECORD-AMOUNT TO WS-SELECT-AMOUNT
                       MOVE AUDIT-LOG-IN-REC TO ARCHIVE-OUT-REC
                       WRITE ARCHIVE-OUT-REC
                   ELSE
                       ADD 1 TO WS-RETAIN-COUNT
                       ADD WS-RECORD-AMOUNT TO WS-RETAIN-AMOUNT
                       MOVE AUDIT-LOG-IN-REC TO LIVE-OUT-REC
                       WRITE LIVE-OUT-REC
                   END-IF
           END-READ.

       2200-SET-RECORD-AMOUNT.
           IF AL-LARGE-VALUE
               MOVE AL-LARGE-SOURCE-AMOUNT TO WS-RECORD-AMOUNT
           ELSE
               MOVE AL-SOURCE-AMOUNT TO WS-RECORD-AMOUNT
           END-IF.

       5000-RETRIEVE-PERIOD.
           OPEN INPUT RETRIEVE-IN
           IF NOT WS-RETIN-OK
               NOT AT END
                   MOVE RETRIEVE-IN-REC TO WS-AUDIT-RECORD
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2200-SET-RECORD-AMOUNT
                   ADD WS-RECORD-AMOUNT TO WS-READ-AMOUNT
                   IF AL-TIMESTAMP(1:8) >= WS-PERIOD-START
                   AND AL-TIMESTAMP(1:8) <= WS-PERIOD-END
                       ADD 1 TO WS-SELECT-COUNT
                       ADD WS-RECORD-AMOUNT TO WS-SELECT-AMOUNT
                       MOVE RETRIEVE-IN-REC TO RETRIEVE-OUT-REC
                       WRITE RETRIEVE-OUT-REC
                   ELSE
                       ADD 1 TO WS-RETAIN-COUNT
                       ADD WS-RECORD-AMOUNT TO WS-RETAIN-AMOUNT
                   END-IF
           END-READ.

