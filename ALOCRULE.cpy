      *****************************************************************
      *    ALOCRULE.CPY
      *    MONTH-END COST ALLOCATION RULE RECORD, READ BY ALLOCATE.
      *    ONE RECORD PER POOL ACCOUNT / TARGET ACCOUNT PAIR; A POOL'S
      *    RULE IS ALL THE RECORDS THAT NAME IT, IN ANY ORDER.  THE
      *    FILE IS KEYED BY FINANCE LIKE A PARAMETER FILE, SO THE
      *    FIELDS ARE SEPARATED BY A BLANK COLUMN; A RECORD WITH
      *    AR-POOL-ACCOUNT SPACES IS IGNORED.
      *
      *    AR-BASIS SAYS HOW THE POOL IS SPREAD, AND MUST BE THE SAME
      *    ON EVERY RECORD OF A POOL: "F" FIXED PERCENTAGES, WHERE
      *    AR-PERCENT (TWO DECIMALS) IS THE TARGET'S SHARE AND THE
      *    POOL'S PERCENTAGES MUST TOTAL EXACTLY 100.00; "A" ACTIVITY
      *    DRIVER, WHERE EACH TARGET'S SHARE IS ITS OWN PERIOD-TO-DATE
      *    ACTIVITY ON BALMST (DEBITS PLUS CREDITS) OVER THE TOTAL OF
      *    ALL THE POOL'S TARGETS, AND AR-PERCENT IS NOT USED.
      *
      *    AR-ROUNDING = "Y" MARKS THE ONE TARGET OF THE POOL THAT
      *    TAKES THE ROUNDING: IT GETS WHATEVER IS LEFT OF THE POOL
      *    AFTER THE OTHER TARGETS' ROUNDED SHARES, SO THE POOL
      *    CLEARS TO EXACTLY ZERO.  EVERY POOL MUST HAVE EXACTLY ONE.
      *****************************************************************
       01  ALLOC-RULE-RECORD.
           05  AR-POOL-ACCOUNT           PIC X(10).
           05  FILLER                    PIC X.
           05  AR-TARGET-ACCOUNT         PIC X(10).
           05  FILLER                    PIC X.
           05  AR-BASIS                  PIC X.
               88  AR-BASIS-FIXED        VALUE "F".
               88  AR-BASIS-ACTIVITY     VALUE "A".
               88  AR-BASIS-VALID        VALUE "F" "A".
           05  FILLER                    PIC X.
           05  AR-PERCENT                PIC 9(3)V99.
           05  FILLER                    PIC X.
           05  AR-ROUNDING               PIC X.
               88  AR-ROUNDING-TARGET    VALUE "Y".
           05  FILLER                    PIC X(49).
