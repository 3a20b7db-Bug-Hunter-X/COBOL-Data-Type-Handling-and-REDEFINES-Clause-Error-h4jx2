      *    AM-END-DATE IS SPACES WHILE THE ACCOUNT HAS NO CLOSING
      *    DATE; A TRANSACTION DATED OUTSIDE AM-EFF-DATE THRU
      *    AM-END-DATE IS NOT POSTABLE EVEN IF THE STATUS IS OPEN.
      *    AM-CLASS IS THE ACCOUNT'S CLASS: BALANCE-SHEET (ASSET,
      *    LIABILITY, EQUITY) OR INCOME AND EXPENSE.  THE YEAR-END
      *    CLOSE (YECLOSE) CLOSES ONLY INCOME AND EXPENSE ACCOUNTS
      *    TO RETAINED EARNINGS.  THE BALANCE MASTER (BALMST)
      *    CARRIES YEAR-TO-DATE FIGURES ONLY, FOR EVERY CLASS, SO A
      *    BALANCE-SHEET ACCOUNT'S BROUGHT-FORWARD BALANCE IS NOT ON
      *    IT (BANKREC REBUILDS A CASH ACCOUNT'S FROM POSTJRNL).
      *    AM-CASH-FLAG IS "Y" FOR AN ACCOUNT THAT MIRRORS A BANK
      *    ACCOUNT; THE BANK RECONCILIATION (BANKREC) TIES ITS
      *    POSTINGS TO THE BANK'S DAILY STATEMENT.
      *****************************************************************
       01  ACCT-MASTER-RECORD.
           05  AM-ACCOUNT                PIC X(10).
               88  AM-CLOSED             VALUE "C".
           05  AM-EFF-DATE               PIC X(8).
           05  AM-END-DATE               PIC X(8).
           05  AM-CLASS                  PIC X.
               88  AM-CLASS-ASSET        VALUE "A".
               88  AM-CLASS-LIABILITY    VALUE "L".
               88  AM-CLASS-EQUITY       VALUE "Q".
               88  AM-CLASS-INCOME       VALUE "I".
               88  AM-CLASS-EXPENSE      VALUE "E".
               88  AM-CLASS-VALID        VALUE "A" "L" "Q" "I" "E".
           05  AM-CASH-FLAG              PIC X.
               88  AM-CASH-ACCOUNT       VALUE "Y".
           05  FILLER                    PIC X.
