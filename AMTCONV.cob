      *    CALLER WHAT HAPPENED.  AMT-DISPLAY-AREA IS CLEARED BEFORE
      *    EVERY RELOAD SO NO STALE BYTES FROM A PRIOR CALL SURVIVE.
      *
      *    A CALLER IN LARGE-VALUE MODE (AMT-LARGE-VALUE-MODE, SEE
      *    AMTFIELD) HAS AN AMOUNT ABOVE 99999.99 STAGED IN
      *    AMT-LARGE-SOURCE-AMOUNT AND LOADED INTO AMT-LARGE-AREA --
      *    NINE DIGITS AND AN "L" IN THE SAME DISPLAY BYTES -- IN
      *    PLACE OF THE OVERFLOW REJECTION.  THE SIGN AND TYPE RULES
      *    ARE THE SAME IN EITHER MODE.
      *
      *    EVERY CALL ALSO WRITES A BEFORE/AFTER AUDIT TRAIL RECORD
      *    (TIMESTAMP, ORIGINAL AND STAGED AMOUNTS, THE BYTES THAT
      *    ENDED UP IN THE REDEFINED DISPLAY AREA) TO THE AUDIT LOG
           SET AMT-CONV-OK TO TRUE
           MOVE SPACES TO AMT-DISPLAY-AREA
           MOVE ZERO TO AMT-SOURCE-AMOUNT
           MOVE ZERO TO AMT-LARGE-SOURCE-AMOUNT
           PERFORM 1000-VALIDATE-AMOUNT
           IF AMT-CONV-OK
               PERFORM 2000-CONVERT-AMOUNT
      *    UNSIGNED SOURCE FIELD STORES THE ABSOLUTE VALUE), WITH
      *    THE SIDE CARRIED BY THE CALLER ON THE GL DEBIT/CREDIT
      *    INDICATOR.  AN UNRECOGNIZED TYPE IS REJECTED OUTRIGHT.
      *    AN AMOUNT BEYOND 99999.99 GOES TO 1100 INSTEAD OF
      *    STRAIGHT TO OVERFLOW.
       1000-VALIDATE-AMOUNT.
           EVALUATE TRUE
               WHEN NOT AMT-TYPE-DEBIT AND NOT AMT-TYPE-CREDIT
               WHEN AMT-TYPE-CREDIT
                   IF AMT-INPUT-AMOUNT < -99999.99
                   OR AMT-INPUT-AMOUNT > 99999.99
                       PERFORM 1100-VALIDATE-LARGE-AMOUNT
                   ELSE
                       MOVE AMT-INPUT-AMOUNT TO AMT-SOURCE-AMOUNT
                   END-IF
               WHEN AMT-INPUT-AMOUNT < 0
                   SET AMT-CONV-BAD-SIGN TO TRUE
               WHEN AMT-INPUT-AMOUNT > 99999.99
                   PERFORM 1100-VALIDATE-LARGE-AMOUNT
               WHEN OTHER
                   MOVE AMT-INPUT-AMOUNT TO AMT-SOURCE-AMOUNT
           END-EVALUATE.

      *    OUTSIDE LARGE-VALUE MODE THE ORIGINAL CEILING STANDS.  IN
      *    IT, THE MAGNITUDE IS STAGED IN THE 9(7)V99 LARGE-VALUE
      *    SOURCE FIELD, WHICH HOLDS ANY AMT-INPUT-AMOUNT.
       1100-VALIDATE-LARGE-AMOUNT.
           IF AMT-LARGE-VALUE-MODE
               MOVE AMT-INPUT-AMOUNT TO AMT-LARGE-SOURCE-AMOUNT
           ELSE
               SET AMT-CONV-OVERFLOW TO TRUE
           END-IF.

       2000-CONVERT-AMOUNT.
           IF AMT-LARGE-SOURCE-AMOUNT > 0
               MOVE AMT-LARGE-SOURCE-AMOUNT TO AMT-LARGE-NUMERIC-AREA
               SET AMT-LARGE-VALUE TO TRUE
           ELSE
               MOVE AMT-SOURCE-AMOUNT TO AMT-NUMERIC-AREA
           END-IF.

       4000-WRITE-AUDIT-LOG.
           IF NOT WS-LOG-IS-OPEN
           ACCEPT AL-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT AL-TIMESTAMP(9:6) FROM TIME
           MOVE AMT-INPUT-AMOUNT  TO AL-INPUT-AMOUNT
           MOVE SPACES            TO AL-SOURCE-AREA
           IF AMT-LARGE-SOURCE-AMOUNT > 0
               MOVE AMT-LARGE-SOURCE-AMOUNT TO AL-LARGE-SOURCE-AMOUNT
           ELSE
               MOVE AMT-SOURCE-AMOUNT TO AL-SOURCE-AMOUNT
           END-IF
           MOVE AMT-DISPLAY-AREA  TO AL-RESULT-BYTES
           MOVE AMT-RETURN-CODE   TO AL-RETURN-CODE
           MOVE AMT-TRANS-TYPE    TO AL-TRANS-TYPE
           MOVE AMT-RATE-APPLIED  TO AL-RATE-APPLIED
           MOVE AMT-TRANS-KEY     TO AL-TRANS-KEY
           MOVE AMT-TRANS-ACCOUNT TO AL-TRANS-ACCOUNT
           MOVE AMT-MAPPED-FROM-ACCOUNT TO AL-MAPPED-FROM-ACCOUNT
           MOVE AUDIT-LOG-RECORD  TO AUDIT-LOG-REC
           WRITE AUDIT-LOG-REC.

