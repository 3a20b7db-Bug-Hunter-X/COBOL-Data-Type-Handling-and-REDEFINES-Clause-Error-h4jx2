      *****************************************************************
      *    POSTJRNL.CPY
      *    POSTED-TRANSACTION JOURNAL RECORD, ONE PER GL DETAIL EVER
      *    APPLIED TO THE BALANCE MASTER.  TXNCONV WRITES ONE TO THE
      *    JOURNAL WORK FILE (JRNLWRK) FOR EVERY GL EXTRACT RECORD,
      *    IN THE SAME ORDER, WITH THE BATCH STAMP BLANK; GLBALUPD
      *    STAMPS EACH WITH THE GLBATCH HEADER DATE/TIME OF THE
      *    BATCH THAT CARRIED IT AND APPENDS IT TO THE CUMULATIVE
      *    JOURNAL (POSTJRNL) ONCE THE BATCH HAS BEEN APPLIED.
      *    PJ-BASE-AMOUNT IS THE UNSIGNED BASE-CURRENCY MAGNITUDE
      *    THAT WENT OUT ON GL-AMOUNT; PJ-DC-IND CARRIES THE SIDE.
      *    PJ-ORIG-CURRENCY/PJ-ORIG-AMOUNT ARE AS KEYED (CURRENCY
      *    SPACES FOR A BASE-CURRENCY TRANSACTION).
      *****************************************************************
       01  POSTING-JOURNAL-RECORD.
           05  PJ-KEY                    PIC X(6).
           05  PJ-ACCOUNT                PIC X(10).
           05  PJ-DATE                   PIC X(8).
           05  PJ-DC-IND                 PIC X.
               88  PJ-POST-DEBIT         VALUE "D".
               88  PJ-POST-CREDIT        VALUE "C".
           05  PJ-BASE-AMOUNT            PIC 9(11)V99.
           05  PJ-SOURCE                 PIC X(3).
           05  PJ-ORIG-CURRENCY          PIC X(3).
           05  PJ-ORIG-AMOUNT            PIC S9(7)V99.
           05  PJ-BATCH-DATE             PIC X(8).
           05  PJ-BATCH-TIME             PIC X(6).
           05  FILLER                    PIC X(13).
