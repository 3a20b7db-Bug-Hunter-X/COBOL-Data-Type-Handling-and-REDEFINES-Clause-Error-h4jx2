      *****************************************************************
      *    BUDGMST.CPY
      *    BUDGET MASTER RECORD.  ONE RECORD PER GL ACCOUNT PER
      *    PERIOD (YYYYMM), KEYED BY BG-KEY, MAINTAINED BY BUDGLOAD
      *    FROM THE BUDGET MAINTENANCE TRANSACTION FILE AND READ BY
      *    BUDGVAR TO SET BUDGET AGAINST THE BALANCE MASTER ACTUALS.
      *    BG-AMOUNT IS THE BUDGETED NET FOR THE PERIOD ON THE SAME
      *    BASIS AS THE TRIAL BALANCE -- DEBITS LESS CREDITS -- SO AN
      *    EXPENSE BUDGET IS POSITIVE AND AN INCOME BUDGET NEGATIVE.
      *****************************************************************
       01  BUDGET-MASTER-RECORD.
           05  BG-KEY.
               10  BG-ACCOUNT            PIC X(10).
               10  BG-PERIOD             PIC X(6).
           05  BG-AMOUNT                 PIC S9(11)V99.
           05  FILLER                    PIC X(11).
