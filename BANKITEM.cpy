      *****************************************************************
      *    BANKITEM.CPY
      *    CUMULATIVE BANK RECONCILIATION OUTSTANDING-ITEMS RECORD.
      *    BANKREC CARRIES EVERY ITEM IT HAS NOT YET MATCHED, ON
      *    EITHER SIDE, FROM RUN TO RUN (BANKIN = THE ITEMS AS OF THE
      *    PRIOR RUN, BANKOUT = THE ITEMS AFTER THIS RUN, CYCLED BY
      *    JCL LIKE SUSPIN/SUSPOUT) UNTIL ITS COUNTERPART TURNS UP:
      *        BI-SIDE "B"  ON THE BANK STATEMENT, NOT YET IN THE
      *                     LEDGER (BI-DC-IND IN THE BANK'S SENSE,
      *                     BI-REFERENCE THE BANK REFERENCE)
      *        BI-SIDE "L"  POSTED TO THE CASH ACCOUNT, NOT YET ON A
      *                     STATEMENT (BI-DC-IND IN THE LEDGER'S
      *                     SENSE, BI-REFERENCE THE TRANSACTION KEY)
      *    BI-OPEN-DATE IS THE RUN DATE THE ITEM FIRST WENT
      *    OUTSTANDING.  THE FILE STARTS WITH ONE CONTROL RECORD
      *    (BI-RECORD-TYPE "H") HOLDING THE BATCH STAMP OF THE LAST
      *    POSTJRNL ENTRY ALREADY TAKEN UP, SO EACH POSTING REACHES
      *    THE RECONCILIATION EXACTLY ONCE.  AN ACCOUNT TAKEN OVER
      *    WHILE ALREADY LIVE ALSO HAS ONE OPENING-BALANCE RECORD
      *    (BI-RECORD-TYPE "O") HOLDING ITS LEDGER BALANCE, DEBIT
      *    POSITIVE, AS OF THE BATCH STAMP ON THAT RECORD -- EVERY
      *    BATCH STAMPED UP TO AND INCLUDING IT.  IT IS SEEDED ONCE
      *    AT TAKEOVER AND CARRIED UNCHANGED FROM RUN TO RUN.
      *****************************************************************
       01  BANK-ITEM-RECORD.
           05  BI-RECORD-TYPE            PIC X.
               88  BI-CONTROL-RECORD     VALUE "H".
               88  BI-ITEM-RECORD        VALUE "I".
               88  BI-OPENING-RECORD     VALUE "O".
           05  BI-ITEM-AREA.
               10  BI-ACCOUNT            PIC X(10).
               10  BI-SIDE               PIC X.
                   88  BI-BANK-SIDE      VALUE "B".
                   88  BI-LEDGER-SIDE    VALUE "L".
               10  BI-DATE               PIC X(8).
               10  BI-DC-IND             PIC X.
               10  BI-AMOUNT             PIC 9(11)V99.
               10  BI-REFERENCE          PIC X(16).
               10  BI-SOURCE             PIC X(3).
               10  BI-OPEN-DATE          PIC X(8).
               10  FILLER                PIC X(19).
           05  BI-CONTROL-AREA REDEFINES BI-ITEM-AREA.
               10  BI-LAST-BATCH-DATE    PIC X(8).
               10  BI-LAST-BATCH-TIME    PIC X(6).
               10  FILLER                PIC X(65).
           05  BI-OPENING-AREA REDEFINES BI-ITEM-AREA.
               10  BI-OPEN-ACCOUNT       PIC X(10).
               10  BI-OPEN-BALANCE       PIC S9(11)V99.
               10  BI-OPEN-BATCH-DATE    PIC X(8).
               10  BI-OPEN-BATCH-TIME    PIC X(6).
               10  FILLER                PIC X(42).
