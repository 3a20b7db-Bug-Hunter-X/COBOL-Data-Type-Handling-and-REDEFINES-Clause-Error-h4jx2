      *****************************************************************
      *    BANKSTMT.CPY
      *    DAILY BANK STATEMENT RECORD AS RECEIVED FROM THE BANK,
      *    FIXED WIDTH.  EACH BANK ACCOUNT ON THE FILE STARTS WITH A
      *    BALANCE RECORD (BS-RECORD-TYPE "B") NAMING THE GL CASH
      *    ACCOUNT IT MIRRORS (AM-CASH-FLAG "Y" ON ACCTMST), THE
      *    STATEMENT DATE AND THE OPENING AND CLOSING BALANCES,
      *    FOLLOWED BY ONE STATEMENT LINE (BS-RECORD-TYPE "L") PER
      *    ITEM THE BANK CLEARED.  BS-DC-IND IS THE BANK'S OWN SENSE:
      *    A CREDIT IS MONEY IN (A DEBIT TO THE GL CASH ACCOUNT), A
      *    DEBIT IS MONEY OUT (A GL CREDIT).  BALANCES ARE SIGNED,
      *    POSITIVE WHILE THE ACCOUNT IS IN FUNDS.
      *****************************************************************
       01  BANK-STATEMENT-RECORD.
           05  BS-RECORD-TYPE            PIC X.
               88  BS-BALANCE-RECORD     VALUE "B".
               88  BS-STATEMENT-LINE     VALUE "L".
           05  BS-LINE-AREA.
               10  BS-DATE               PIC X(8).
               10  BS-AMOUNT             PIC 9(11)V99.
               10  BS-DC-IND             PIC X.
                   88  BS-BANK-DEBIT     VALUE "D".
                   88  BS-BANK-CREDIT    VALUE "C".
                   88  BS-DC-VALID       VALUE "D" "C".
               10  BS-BANK-REF           PIC X(16).
               10  FILLER                PIC X(41).
           05  BS-BALANCE-AREA REDEFINES BS-LINE-AREA.
               10  BS-ACCOUNT            PIC X(10).
               10  BS-STMT-DATE          PIC X(8).
               10  BS-OPENING-BALANCE    PIC S9(11)V99.
               10  BS-CLOSING-BALANCE    PIC S9(11)V99.
               10  BS-BANK-ACCOUNT-NO    PIC X(20).
               10  FILLER                PIC X(15).
