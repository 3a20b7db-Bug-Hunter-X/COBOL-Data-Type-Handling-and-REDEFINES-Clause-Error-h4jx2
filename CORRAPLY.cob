      *    A CORRECTION IS REJECTED WHEN ITS KEY MATCHES NO
      *    OUTSTANDING EXCEPTION, WHEN A PRIOR ENTRY IN THE SAME RUN
      *    ALREADY CORRECTED THAT KEY, WHEN THE AMOUNT IS NOT
      *    NUMERIC, OR WHEN IT IS NEGATIVE FOR A NON-CREDIT
      *    TRANSACTION.  THE CONVERSION RUN TAKES AMOUNTS ABOVE
      *    99999.99 IN LARGE-VALUE MODE (SEE AMTFIELD), SO ANY
      *    AMOUNT THE CORRECTION FIELD CAN HOLD IS IN RANGE.  EVERY
      *    ENTRY, APPLIED OR REJECTED, PRINTS ON THE CORRECTIONS
      *    REGISTER (CORRREG) WITH OLD AMOUNT, NEW AMOUNT, OPERATOR,
      *    AND RUN TIMESTAMP FOR THE SOX FILE.  THE RUN ENDS WITH
      *    RETURN-CODE 8 WHEN ANY ENTRY WAS REJECTED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           END-IF.

      *    THE CORRECTED AMOUNT MUST SURVIVE THE SAME CHECKS THE
      *    CONVERSION RUN WILL APPLY: NUMERIC, AND NEGATIVE ONLY
      *    WHEN THE ORIGINAL TRANSACTION WAS A CREDIT.  CATCHING A
      *    BAD CORRECTION HERE KEEPS IT OFF NEXT RUN'S EXCEPTION
      *    REPORT.  A FOREIGN-CURRENCY CORRECTION IS KEYED IN THE
      *    ORIGINAL CURRENCY (ANY OVERFLOW IN ITS RATE CONVERSION
      *    IS CAUGHT AFTER CONVERSION IN THE NEXT RUN).
       3200-VALIDATE-AMOUNT.
           IF CR-NEW-AMOUNT IS NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               MOVE CR-NEW-AMOUNT TO WS-WORK-AMOUNT
               IF WS-WORK-AMOUNT < 0
               AND XT-TYPE(WS-EXCP-FOUND) NOT = "CR"
                   MOVE "SIGN NOT ALLOWED" TO WS-REJECT-REASON
               END-IF
           END-IF.

       3300-WRITE-REPLACEMENT.
