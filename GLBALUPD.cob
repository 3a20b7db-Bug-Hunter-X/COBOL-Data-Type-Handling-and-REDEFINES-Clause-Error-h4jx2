      *    ITS AM-DESC AND ITS PERIOD AND YEAR NET BALANCES, PLUS
      *    ANY BALANCE-MASTER ACCOUNT NO LONGER ON ACCTMST SO A
      *    DELETED ACCOUNT CANNOT HIDE A BALANCE.
      *
      *    EVERY APPLIED DETAIL IS ALSO APPENDED TO THE CUMULATIVE
      *    POSTED-TRANSACTION JOURNAL (POSTJRNL -- SEE POSTJRNL),
      *    STAMPED WITH THE BATCH HEADER DATE/TIME, FROM THE JOURNAL
      *    WORK FILE (JRNLWRK) WRITTEN ALONGSIDE THE GL EXTRACT.  THE
      *    WORK FILE MUST HOLD EXACTLY ONE RECORD PER BATCH DETAIL,
      *    IN THE SAME ORDER: EACH JOURNAL RECORD'S ACCOUNT, SIDE AND
      *    BASE AMOUNT ARE COMPARED WITH THE BATCH DETAIL IT STANDS
      *    FOR, AND ITS BASE AMOUNTS MUST ADD UP TO THE DETAIL HASH.
      *    IF ANY OF THAT FAILS, THE BATCH IS REFUSED LIKE AN OUT-OF-
      *    BALANCE TRAILER SO THE JOURNAL AND THE MASTER NEVER
      *    DISAGREE.  THE JOURNAL IS OPENED EXTEND WITH THE SAME
      *    CREATE-ON-FIRST-USE FALLBACK AS BATCHLOG.
      *
      *    A LARGE-VALUE DETAIL (GL-LARGE-VALUE, SEE GLFEED) IS
      *    APPLIED AT ITS FULL NINE-DIGIT GL-LARGE-AMOUNT.  EVERY
      *    JOURNAL RECORD OF AN APPLIED BATCH WHOSE BASE AMOUNT IS
      *    ABOVE 99999.99 IS ALSO LISTED ON THE LARGE-VALUE REGISTER
      *    (LVREGRPT) -- KEY, ACCOUNT, DATE, SIDE, SOURCE, BASE AND
      *    ORIGINAL AMOUNTS, AND THE BATCH -- SO TREASURY SEES EVERY
      *    LARGE ITEM THAT WENT OUT, WHATEVER RUN PRODUCED IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRIAL-RPT ASSIGN TO GLTRIALB
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO JRNLWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
           SELECT LARGE-VALUE-RPT ASSIGN TO LVREGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  TRIAL-RPT-REC              PIC X(132).

       FD  JOURNAL-WORK
           RECORDING MODE IS F.
       01  JOURNAL-WORK-REC           PIC X(80).

       FD  POSTING-JOURNAL
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-REC        PIC X(80).

       FD  LARGE-VALUE-RPT
           RECORDING MODE IS F.
       01  LARGE-VALUE-RPT-REC        PIC X(132).

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY GLBATCH.
       COPY BALMST.
       COPY POSTJRNL.

       01  WS-BAL-STATUS              PIC XX.
           88  WS-BAL-OK              VALUE "00".
           88  WS-ACCT-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".
       01  WS-JRNL-STATUS             PIC XX.
           88  WS-JRNL-OK             VALUE "00".
       01  WS-PJRN-STATUS             PIC XX.
           88  WS-PJRN-OK             VALUE "00".
           88  WS-PJRN-NOT-FOUND      VALUE "35".
       01  WS-LVR-STATUS              PIC XX.
           88  WS-LVR-OK              VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-RECORDS     VALUE "Y".
       01  WS-DETAIL-HASH             PIC 9(11)V99 VALUE 0.
       01  WS-TRAILER-COUNT           PIC 9(7)    VALUE 0.
       01  WS-TRAILER-HASH            PIC 9(11)V99 VALUE 0.
       01  WS-DETAIL-AMOUNT           PIC 9(7)V99.
       01  WS-STANDARD-AMOUNT         PIC 9(5)V99.
       01  WS-JOURNAL-COUNT           PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-HASH            PIC 9(11)V99 VALUE 0.
       01  WS-LARGE-COUNT             PIC 9(7)    VALUE 0.
       01  WS-LARGE-TOTAL             PIC 9(13)V99 VALUE 0.

      *    APPLIED-BATCH STAMPS LOADED FROM BATCHLOG AT STARTUP AND
      *    SEARCHED BEFORE ANYTHING IS APPLIED.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  TL-YTD                 PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LARGE-HEADING-1.
           05  FILLER                 PIC X(21)   VALUE
               "LARGE-VALUE REGISTER ".
           05  LH-RUN-DATE            PIC X(8).

       01  WS-LARGE-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "KEY".
           05  FILLER                 PIC X(12)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(10)   VALUE "DATE".
           05  FILLER                 PIC X(3)    VALUE "DC".
           05  FILLER                 PIC X(5)    VALUE "SRC".
           05  FILLER                 PIC X(14)   VALUE
               "   BASE AMOUNT".
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE "CCY".
           05  FILLER                 PIC X(13)   VALUE
               "  ORIG AMOUNT".
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE "BATCH".

       01  WS-LARGE-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  LD-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-DC-IND              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-BASE-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  LD-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  LD-ORIG-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  LD-BATCH-DATE          PIC X(8).
           05  FILLER                 PIC X       VALUE "-".
           05  LD-BATCH-TIME          PIC X(6).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-BATCH-REFUSED
               PERFORM 5000-WRITE-MASTER-OUT
               PERFORM 5500-STAMP-BATCH-LOG
               PERFORM 5700-APPEND-POSTING-JOURNAL
               PERFORM 6000-TRIAL-BALANCE
           END-IF
           PERFORM 8000-WRAP-UP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LARGE-VALUE-RPT
           IF NOT WS-LVR-OK
               DISPLAY "GLBALUPD: UNABLE TO OPEN LVREGRPT, FILE STATUS "
                       WS-LVR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO LH-RUN-DATE
           MOVE WS-LARGE-HEADING-1 TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           MOVE SPACES TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           MOVE WS-LARGE-HEADING-2 TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           MOVE SPACES TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           PERFORM 1100-LOAD-BATCH-LOG
           PERFORM 1200-LOAD-BALANCE-MASTER.

           CLOSE BALANCED-FILE
           IF NOT WS-BATCH-REFUSED
               PERFORM 2700-VERIFY-TRAILER
           END-IF
           IF NOT WS-BATCH-REFUSED
               PERFORM 2800-CHECK-JOURNAL-WORK
           END-IF.

       2100-READ-BALANCED.

       2500-APPLY-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           PERFORM 2520-GET-DETAIL-AMOUNT
           ADD WS-DETAIL-AMOUNT TO WS-DETAIL-HASH
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
               ADD WS-DETAIL-AMOUNT TO BT-YTD-DEBITS(WS-FOUND-SUB)
           END-IF.

       2520-GET-DETAIL-AMOUNT.
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF GL-LARGE-VALUE
               IF GL-LARGE-AMOUNT IS NUMERIC
                   MOVE GL-LARGE-AMOUNT TO WS-DETAIL-AMOUNT
               ELSE
                   SET WS-BATCH-REFUSED TO TRUE
                   MOVE "NON-NUMERIC AMOUNT IN BATCH" TO
                        WS-REFUSE-REASON
               END-IF
           ELSE
               IF GL-AMOUNT(1:7) IS NUMERIC
                   MOVE GL-AMOUNT(1:7) TO WS-STANDARD-AMOUNT(1:7)
                   MOVE WS-STANDARD-AMOUNT TO WS-DETAIL-AMOUNT
               ELSE
                   SET WS-BATCH-REFUSED TO TRUE
                   MOVE "NON-NUMERIC AMOUNT IN BATCH" TO
                        WS-REFUSE-REASON
               END-IF
           END-IF.

       2550-SCAN-BALANCES.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
               MOVE "TRAILER OUT OF BALANCE" TO WS-REFUSE-REASON
           END-IF.

      *    THE JOURNAL WORK FILE IS CHECKED BEFORE ANYTHING IS
      *    WRITTEN, READ IN STEP WITH A SECOND PASS OF THE BATCH
      *    DETAILS: EVERY JOURNAL RECORD MUST CARRY THE ACCOUNT, SIDE
      *    AND BASE AMOUNT OF THE DETAIL IN THE SAME POSITION, AND
      *    THE TWO FILES MUST END TOGETHER WITH THE SAME AMOUNT
      *    TOTAL.  A WORK FILE THAT IS SHORT, LONG OR DIFFERENT
      *    BELONGS TO ANOTHER RUN -- REFUSE THE BATCH RATHER THAN
      *    JOURNAL THE WRONG TRANSACTIONS.
       2800-CHECK-JOURNAL-WORK.
           OPEN INPUT JOURNAL-WORK
           IF NOT WS-JRNL-OK
               DISPLAY "GLBALUPD: UNABLE TO OPEN JRNLWRK, FILE STATUS "
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT BALANCED-FILE
           IF NOT WS-BAL-OK
               DISPLAY "GLBALUPD: UNABLE TO OPEN GLBALOUT, FILE STATUS "
                       WS-BAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           MOVE 0 TO WS-JOURNAL-COUNT
           MOVE 0 TO WS-JOURNAL-HASH
           PERFORM 2850-COMPARE-JOURNAL-WORK UNTIL NOT WS-JRNL-OK
           CLOSE JOURNAL-WORK
           CLOSE BALANCED-FILE
           IF WS-JOURNAL-COUNT NOT = WS-DETAIL-COUNT
           OR WS-JOURNAL-HASH NOT = WS-DETAIL-HASH
               SET WS-BATCH-REFUSED TO TRUE
               MOVE "JOURNAL WORK OUT OF STEP" TO WS-REFUSE-REASON
           END-IF.

       2850-COMPARE-JOURNAL-WORK.
           READ JOURNAL-WORK
               NOT AT END
                   ADD 1 TO WS-JOURNAL-COUNT
                   MOVE JOURNAL-WORK-REC TO POSTING-JOURNAL-RECORD
                   IF PJ-BASE-AMOUNT IS NUMERIC
                       ADD PJ-BASE-AMOUNT TO WS-JOURNAL-HASH
                   END-IF
                   PERFORM 2870-NEXT-BATCH-DETAIL
                   PERFORM 2880-COMPARE-DETAIL
           END-READ.

      *    HEADER AND TRAILER ARE STEPPED OVER.  ONCE THE BATCH IS
      *    EXHAUSTED IT IS NOT READ AGAIN, AND ANY FURTHER JOURNAL
      *    RECORD IS OUT OF STEP.
       2870-NEXT-BATCH-DETAIL.
           IF NOT WS-NO-MORE-RECORDS
               PERFORM 2100-READ-BALANCED
               PERFORM 2100-READ-BALANCED
                   UNTIL WS-NO-MORE-RECORDS
                   OR (BALANCED-FILE-REC(1:3) NOT = "HDR"
                   AND BALANCED-FILE-REC(1:3) NOT = "TRL")
           END-IF.

       2880-COMPARE-DETAIL.
           IF WS-NO-MORE-RECORDS
               SET WS-BATCH-REFUSED TO TRUE
               MOVE "JOURNAL WORK OUT OF STEP" TO WS-REFUSE-REASON
           ELSE
               MOVE BALANCED-FILE-REC TO GL-EXTRACT-RECORD
               PERFORM 2520-GET-DETAIL-AMOUNT
               IF PJ-ACCOUNT NOT = GL-ACCOUNT
               OR PJ-DC-IND NOT = GL-DC-IND
               OR PJ-BASE-AMOUNT NOT = WS-DETAIL-AMOUNT
                   SET WS-BATCH-REFUSED TO TRUE
                   MOVE "JOURNAL WORK OUT OF STEP" TO WS-REFUSE-REASON
               END-IF
           END-IF.

       5000-WRITE-MASTER-OUT.
           OPEN OUTPUT BAL-MASTER-OUT
           IF NOT WS-MOUT-OK
           WRITE BATCH-LOG-REC
           CLOSE BATCH-LOG.

      *    EACH WORK RECORD IS STAMPED WITH THE IDENTITY OF THE
      *    BATCH THAT CARRIED IT AND APPENDED TO THE JOURNAL.
       5700-APPEND-POSTING-JOURNAL.
           OPEN INPUT JOURNAL-WORK
           IF NOT WS-JRNL-OK
               DISPLAY "GLBALUPD: UNABLE TO OPEN JRNLWRK, FILE STATUS "
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND POSTING-JOURNAL
           IF WS-PJRN-NOT-FOUND
               OPEN OUTPUT POSTING-JOURNAL
           END-IF
           IF NOT WS-PJRN-OK
               DISPLAY "GLBALUPD: UNABLE TO OPEN POSTJRNL, FILE STATUS "
                       WS-PJRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5750-JOURNAL-WORK-RECORD UNTIL NOT WS-JRNL-OK
           CLOSE JOURNAL-WORK
           CLOSE POSTING-JOURNAL.

       5750-JOURNAL-WORK-RECORD.
           READ JOURNAL-WORK
               NOT AT END
                   MOVE JOURNAL-WORK-REC TO POSTING-JOURNAL-RECORD
                   MOVE WS-BATCH-DATE TO PJ-BATCH-DATE
                   MOVE WS-BATCH-TIME TO PJ-BATCH-TIME
                   MOVE POSTING-JOURNAL-RECORD TO POSTING-JOURNAL-REC
                   WRITE POSTING-JOURNAL-REC
                   IF PJ-BASE-AMOUNT > 99999.99
                       PERFORM 5800-LIST-LARGE-VALUE
                   END-IF
           END-READ.

       5800-LIST-LARGE-VALUE.
           ADD 1 TO WS-LARGE-COUNT
           ADD PJ-BASE-AMOUNT TO WS-LARGE-TOTAL
           MOVE PJ-KEY           TO LD-KEY
           MOVE PJ-ACCOUNT       TO LD-ACCOUNT
           MOVE PJ-DATE          TO LD-DATE
           MOVE PJ-DC-IND        TO LD-DC-IND
           MOVE PJ-SOURCE        TO LD-SOURCE
           MOVE PJ-BASE-AMOUNT   TO LD-BASE-AMOUNT
           MOVE PJ-ORIG-CURRENCY TO LD-CURRENCY
           MOVE PJ-ORIG-AMOUNT   TO LD-ORIG-AMOUNT
           MOVE PJ-BATCH-DATE    TO LD-BATCH-DATE
           MOVE PJ-BATCH-TIME    TO LD-BATCH-TIME
           MOVE WS-LARGE-DETAIL TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC.

       6000-TRIAL-BALANCE.
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
                   INTO TRIAL-RPT-REC
           WRITE TRIAL-RPT-REC
           MOVE SPACES TO TRIAL-RPT-REC
           STRING "JOURNAL RECORDS   : " DELIMITED BY SIZE
                   WS-JOURNAL-COUNT DELIMITED BY SIZE
                   INTO TRIAL-RPT-REC
           WRITE TRIAL-RPT-REC
           MOVE SPACES TO TRIAL-RPT-REC
           WRITE TRIAL-RPT-REC
           IF WS-BATCH-REFUSED
               MOVE SPACES TO TRIAL-RPT-REC
                    TRIAL-RPT-REC
           END-IF
           WRITE TRIAL-RPT-REC
           CLOSE TRIAL-RPT
           PERFORM 8500-LARGE-VALUE-TOTALS.

       8500-LARGE-VALUE-TOTALS.
           MOVE SPACES TO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           STRING "LARGE-VALUE ITEMS : " DELIMITED BY SIZE
                   WS-LARGE-COUNT DELIMITED BY SIZE
                   INTO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           MOVE SPACES TO LARGE-VALUE-RPT-REC
           STRING "LARGE-VALUE TOTAL : " DELIMITED BY SIZE
                   WS-LARGE-TOTAL DELIMITED BY SIZE
                   INTO LARGE-VALUE-RPT-REC
           WRITE LARGE-VALUE-RPT-REC
           IF WS-BATCH-REFUSED
               MOVE SPACES TO LARGE-VALUE-RPT-REC
               STRING "*** BATCH NOT APPLIED - " DELIMITED BY SIZE
                       WS-REFUSE-REASON DELIMITED BY SIZE
                       " ***" DELIMITED BY SIZE
                       INTO LARGE-VALUE-RPT-REC
               WRITE LARGE-VALUE-RPT-REC
           END-IF
           CLOSE LARGE-VALUE-RPT.
