      *    C FOR A CREDIT.  GL-AMOUNT IS ALWAYS THE UNSIGNED
      *    MAGNITUDE.  GL-SOURCE IS THE BRANCH SYSTEM THE POSTING
      *    ORIGINATED FROM (SEE TRANS-SOURCE IN TRANFILE).
      *
      *    GL-AMOUNT NORMALLY HOLDS 9(5)V99 DISPLAY DIGITS IN ITS
      *    FIRST SEVEN BYTES, THE REST SPACES.  A LARGE-VALUE DETAIL
      *    (ABOVE 99999.99 -- SEE AMTFIELD) USES THE SAME TEN BYTES
      *    AS GL-LARGE-AMOUNT, NINE DIGITS, WITH AN "L" IN THE LAST
      *    BYTE (GL-LARGE-VALUE) SO EVERY READER CAN TELL THE TWO
      *    APART.  THE RECORD STAYS 32 BYTES EITHER WAY.
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT                PIC X(10).
           05  GL-AMOUNT                 PIC X(10).
           05  GL-LARGE-AMOUNT-AREA REDEFINES GL-AMOUNT.
               10  GL-LARGE-AMOUNT       PIC 9(7)V99.
               10  GL-AMOUNT-IND         PIC X.
                   88  GL-LARGE-VALUE    VALUE "L".
           05  GL-DATE                   PIC X(8).
           05  GL-DC-IND                 PIC X.
               88  GL-POST-DEBIT         VALUE "D".
