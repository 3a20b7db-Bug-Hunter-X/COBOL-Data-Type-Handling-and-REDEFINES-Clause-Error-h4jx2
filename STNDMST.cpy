      *****************************************************************
      *    STNDMST.CPY
      *    STANDING-ENTRY MASTER RECORD.  ONE RECORD PER RECURRING
      *    JOURNAL (RENT, DEPRECIATION, CONTRACT AMORTIZATION AND
      *    THE LIKE), KEYED BY SE-ID, MAINTAINED BY STNDLOAD AND
      *    READ BY STNDGEN, WHICH WRITES EACH OCCURRENCE AS A
      *    TRANS-RECORD FOR THE NIGHTLY CHAIN.
      *
      *    SE-ID IS FIVE DIGITS; THE TRANS-KEY OF AN OCCURRENCE IS
      *    SE-ID FOLLOWED BY "0", AND OF ITS REVERSAL SE-ID FOLLOWED
      *    BY "1", SO STANDING-ENTRY NUMBERS MUST BE ALLOCATED FROM A
      *    KEY RANGE THE BRANCHES DO NOT KEY IN.  SE-AMOUNT IS THE
      *    AMOUNT IN SE-CURRENCY (SPACES = BASE), ALWAYS POSITIVE;
      *    SE-TYPE CARRIES THE SIDE AS ON TRANS-TYPE.
      *
      *    SE-FREQUENCY:
      *        M  MONTHLY, ON DAY SE-DAY OF EVERY MONTH
      *        Q  QUARTERLY, ON DAY SE-DAY OF EVERY THIRD MONTH
      *           COUNTING FROM THE MONTH OF SE-START-DATE
      *        S  SPECIFIC DAY, ONCE, ON SE-START-DATE
      *    A SE-DAY PAST THE END OF A SHORT MONTH FALLS ON THE LAST
      *    DAY OF THAT MONTH.  NOTHING IS GENERATED BEFORE
      *    SE-START-DATE OR AFTER SE-END-DATE (SPACES = NO END).
      *    SE-REVERSE = "Y" MARKS AN ACCRUAL: EACH OCCURRENCE IS
      *    REVERSED, OPPOSITE SIDE, ON THE FIRST DAY OF THE
      *    FOLLOWING MONTH.
      *****************************************************************
       01  STANDING-ENTRY-RECORD.
           05  SE-ID                     PIC X(5).
           05  SE-ACCOUNT                PIC X(10).
           05  SE-AMOUNT                 PIC S9(7)V99.
           05  SE-TYPE                   PIC X(2).
               88  SE-TYPE-DEBIT         VALUE "DR".
               88  SE-TYPE-CREDIT        VALUE "CR".
           05  SE-CURRENCY               PIC X(3).
           05  SE-FREQUENCY              PIC X.
               88  SE-MONTHLY            VALUE "M".
               88  SE-QUARTERLY          VALUE "Q".
               88  SE-SPECIFIC-DAY       VALUE "S".
               88  SE-FREQUENCY-VALID    VALUE "M" "Q" "S".
           05  SE-DAY                    PIC 9(2).
           05  SE-START-DATE             PIC X(8).
           05  SE-END-DATE               PIC X(8).
           05  SE-REVERSE                PIC X.
               88  SE-AUTO-REVERSE       VALUE "Y".
           05  SE-DESC                   PIC X(30).
           05  FILLER                    PIC X(1).
