      *    CONFIRMATION THE NEXT MORNING.  THE SUMMARY AMOUNT IS THE
      *    NET OF THE TWO SIDES (CREDITS PER GL-DC-IND SUBTRACT);
      *    THE HASH TOTAL STAYS AN UNSIGNED SUM OF EVERY GL-AMOUNT
      *    SO IT MATCHES WHAT THE POSTING INTERFACE ADDS UP.  A
      *    LARGE-VALUE DETAIL (GL-LARGE-VALUE, SEE GLFEED) ADDS ITS
      *    FULL NINE-DIGIT GL-LARGE-AMOUNT TO THE HASH AND THE
      *    SUMMARY LIKE ANY OTHER, AND THE WRAP-UP SHOWS HOW MANY
      *    LARGE-VALUE DETAILS WENT OUT AND THEIR UNSIGNED TOTAL.
      *
      *    THE FILE IS HELD, NOT RELEASED: IF ANY GL-AMOUNT FAILS
      *    THE NUMERIC CHECK, OR THE TRAILER TOTALS RE-ACCUMULATED
           88  WS-NO-MORE-RECORDS     VALUE "Y".
       01  WS-HOLD-SWITCH             PIC X       VALUE "N".
           88  WS-FILE-IS-HELD        VALUE "Y".
       01  WS-AMOUNT-BAD-SWITCH       PIC X       VALUE "N".
           88  WS-AMOUNT-IS-BAD       VALUE "Y".

       01  WS-RECORD-COUNT            PIC 9(7)    VALUE 0.
       01  WS-HASH-TOTAL              PIC 9(11)V99 VALUE 0.
       01  WS-NONNUMERIC-COUNT        PIC 9(7)    VALUE 0.
       01  WS-DETAIL-AMOUNT           PIC 9(7)V99.
       01  WS-STANDARD-AMOUNT         PIC 9(5)V99.
       01  WS-LARGE-COUNT             PIC 9(7)    VALUE 0.
       01  WS-LARGE-HASH              PIC 9(11)V99 VALUE 0.

      *    SUMMARY TABLE, ONE ENTRY PER DISTINCT GL-ACCOUNT/GL-DATE
      *    PAIR IN INPUT ORDER.  THE TRAILER CHECK RE-ACCUMULATES

       3000-BALANCE-RECORD.
           ADD 1 TO WS-RECORD-COUNT
           PERFORM 3050-LOAD-DETAIL-AMOUNT
           IF WS-AMOUNT-IS-BAD
               ADD 1 TO WS-NONNUMERIC-COUNT
               SET WS-FILE-IS-HELD TO TRUE
               MOVE SPACES TO SUMMARY-RPT-REC
               WRITE SUMMARY-RPT-REC
               MOVE ZERO TO WS-DETAIL-AMOUNT
           ELSE
               ADD WS-DETAIL-AMOUNT TO WS-HASH-TOTAL
               IF GL-LARGE-VALUE
                   ADD 1 TO WS-LARGE-COUNT
                   ADD WS-DETAIL-AMOUNT TO WS-LARGE-HASH
               END-IF
           END-IF
           PERFORM 3100-POST-TO-SUMMARY
           MOVE GL-EXTRACT-RECORD TO BALANCED-FILE-REC
           WRITE BALANCED-FILE-REC.

      *    A LARGE-VALUE DETAIL IS READ FROM ALL NINE DIGITS OF
      *    GL-LARGE-AMOUNT, ANY OTHER FROM THE SEVEN DISPLAY BYTES.
       3050-LOAD-DETAIL-AMOUNT.
           MOVE "N" TO WS-AMOUNT-BAD-SWITCH
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF GL-LARGE-VALUE
               IF GL-LARGE-AMOUNT IS NUMERIC
                   MOVE GL-LARGE-AMOUNT TO WS-DETAIL-AMOUNT
               ELSE
                   SET WS-AMOUNT-IS-BAD TO TRUE
               END-IF
           ELSE
               IF GL-AMOUNT(1:7) IS NUMERIC
                   MOVE GL-AMOUNT(1:7) TO WS-STANDARD-AMOUNT(1:7)
                   MOVE WS-STANDARD-AMOUNT TO WS-DETAIL-AMOUNT
               ELSE
                   SET WS-AMOUNT-IS-BAD TO TRUE
               END-IF
           END-IF.

       3100-POST-TO-SUMMARY.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
                   INTO SUMMARY-RPT-REC
           WRITE SUMMARY-RPT-REC
           MOVE SPACES TO SUMMARY-RPT-REC
           STRING "LARGE-VALUE SENT  : " DELIMITED BY SIZE
                   WS-LARGE-COUNT DELIMITED BY SIZE
                   INTO SUMMARY-RPT-REC
           WRITE SUMMARY-RPT-REC
           MOVE SPACES TO SUMMARY-RPT-REC
           STRING "LARGE-VALUE HASH  : " DELIMITED BY SIZE
                   WS-LARGE-HASH DELIMITED BY SIZE
                   INTO SUMMARY-RPT-REC
           WRITE SUMMARY-RPT-REC
           MOVE SPACES TO SUMMARY-RPT-REC
           WRITE SUMMARY-RPT-REC
           IF WS-FILE-IS-HELD
               MOVE "*** FILE HELD - DO NOT RELEASE TO GL POSTING ***"
