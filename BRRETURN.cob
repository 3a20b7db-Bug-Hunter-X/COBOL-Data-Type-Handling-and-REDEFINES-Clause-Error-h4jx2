      *    SO EVEN A BRANCH WHOSE EVERY RECORD FAILED -- OR POSTED --
      *    GETS ITS SECTION.  ACCEPTED POSTINGS COME FROM THE GL
      *    EXTRACT (GL-SOURCE), REJECTS FROM THE MAINTENANCE WORK
      *    FILE (MW-SOURCE, WITH MW-REASON), AND ITEMS HELD FOR A
      *    SUPERVISOR'S APPROVAL FROM THE PENDING-APPROVAL WORK FILE
      *    (PENDWRK, PD-SOURCE -- SEE PENDFILE); A SOURCE SEEN ON ANY
      *    OF THEM BUT MISSING A SEPARATOR IS ADDED RATHER THAN
      *    DROPPED.  EACH HELD ITEM GOES BACK ON THE RETURN FEED AS A
      *    HELD-FOR-APPROVAL RECORD, SO THE BRANCH KNOWS IT HAS
      *    NEITHER POSTED NOR FAILED BUT IS WAITING FOR AN APPROVER.
      *    A NIGHT WITH NO PENDWRK (FILE STATUS 35) HELD NOTHING.
      *
      *    A FEED THAT FAILED ITS TRAILER CONTROL TOTALS WAS HELD
      *    WHOLE BY TXNEDIT ON THE HELD-FEED FILE (TRANSHLD), SO NONE
      *    OF IT IS ON TRANSIN.  EVERY *BATCH SEPARATOR ON TRANSHLD
      *    IS ONE HELD FEED: ITS BRANCH GETS A FEED REJECTED RECORD
      *    ON THE RETURN FEED AND A "FEED REJECTED - CONTROL TOTALS"
      *    LINE ON ITS STATEMENT SHOWING THE RECORDS AND AMOUNT HELD,
      *    SO IT KNOWS TO RE-SEND.  A HELD FEED NEVER REACHED
      *    TXNCONV, SO IT IS NOT PART OF THE TOTAL SUBMITTED.  A
      *    NIGHT WITH NO TRANSHLD (FILE STATUS 35) HELD NOTHING.
      *
      *    THE RETURN FEED (RTRNOUT -- SEE RTRNFILE) CARRIES ONE
      *    BRANCH-HEADER RECORD PER SOURCE FOLLOWED BY THAT SOURCE'S
      *    ACCEPTED AND REJECTED RECORDS, MIRRORING THE *BATCH
      *    SEPARATOR CONVENTION ON TRANSIN.  THE SETTLEMENT REPORT
      *    (RTRNRPT) PRINTS ONE STATEMENT PER BRANCH TOTALING THE
      *    ACCEPTED, REJECTED AND HELD-FOR-APPROVAL ITEMS ON THE SAME
      *    EFFECTIVE-SIGNED BASIS RUNBAL USES (CREDITS SUBTRACT), SO
      *    THE STATEMENT'S TOTAL SUBMITTED FOOTS AGAINST THE THREE
      *    BUCKETS OF THE RUN-BALANCE CERTIFICATE.  A HELD ITEM IS
      *    TOTALLED AT ITS BASE AMOUNT (PD-BASE-AMOUNT), AS RUNBAL
      *    COUNTS IT; ITS RETURN-FEED RECORD CARRIES THE AMOUNT AS
      *    KEYED, LIKE A REJECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE ASSIGN TO TRANSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT HELD-FILE ASSIGN TO TRANSHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT GL-EXTRACT-IN ASSIGN TO GLEXTRCT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT MAINT-WORK-FILE ASSIGN TO MAINTWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT PEND-WORK ASSIGN TO PENDWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RETURN-FEED ASSIGN TO RTRNOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.
           RECORDING MODE IS F.
       01  TRANS-FILE-REC             PIC X(80).

       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-FILE-REC              PIC X(80).

       FD  GL-EXTRACT-IN
           RECORDING MODE IS F.
       01  GL-EXTRACT-IN-REC          PIC X(32).
           RECORDING MODE IS F.
       01  MAINT-WORK-FILE-REC        PIC X(85).

       FD  PEND-WORK
           RECORDING MODE IS F.
       01  PEND-WORK-REC              PIC X(100).

       FD  RETURN-FEED
           RECORDING MODE IS F.
       01  RETURN-FEED-REC            PIC X(60).
       COPY TRANFILE REPLACING TRANS-RECORD BY WS-TRANS-RECORD.
       COPY GLFEED.
       COPY MAINTWRK.
       COPY PENDFILE.
       COPY RTRNFILE.

       01  WS-TRANS-STATUS            PIC XX.
           88  WS-TRANS-OK            VALUE "00".
       01  WS-HELD-STATUS             PIC XX.
           88  WS-HELD-OK             VALUE "00".
           88  WS-HELD-NOT-FOUND      VALUE "35".
       01  WS-GL-STATUS               PIC XX.
           88  WS-GL-OK               VALUE "00".
       01  WS-MAINT-STATUS            PIC XX.
           88  WS-MAINT-OK            VALUE "00".
       01  WS-PEND-STATUS             PIC XX.
           88  WS-PEND-OK             VALUE "00".
           88  WS-PEND-NOT-FOUND      VALUE "35".
       01  WS-RTRN-STATUS             PIC XX.
           88  WS-RTRN-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-NO-MORE-RECORDS     VALUE "Y".

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-GL-DIGITS               PIC 9(7)V99 VALUE 0.
       01  WS-STANDARD-AMOUNT         PIC 9(5)V99 VALUE 0.
       01  WS-WORK-MAGNITUDE          PIC 9(9)V99 VALUE 0.

      *    THE BRANCH LIST AND PER-BRANCH SETTLEMENT TOTALS.
               10  SRC-ACC-AMOUNT     PIC S9(9)V99.
               10  SRC-REJ-COUNT      PIC 9(7).
               10  SRC-REJ-AMOUNT     PIC S9(9)V99.
               10  SRC-PEND-COUNT     PIC 9(7).
               10  SRC-PEND-AMOUNT    PIC S9(9)V99.
               10  SRC-HELD-FEEDS     PIC 9(7).
               10  SRC-HELD-COUNT     PIC 9(7).
               10  SRC-HELD-AMOUNT    PIC S9(9)V99.
       01  WS-SRC-SUB                 PIC 9(2)    VALUE 0.
       01  WS-SRC-FOUND               PIC 9(2)    VALUE 0.
       01  WS-BRANCH-SUB              PIC 9(2)    VALUE 0.
       01  WS-LOOKUP-SOURCE           PIC X(3)    VALUE SPACES.
       01  WS-HELD-FEED-COUNT         PIC 9(5)    VALUE 0.

      *    THE RUN'S RESULTS HELD IN MEMORY SO THE FEED CAN BE
      *    WRITTEN GROUPED BY BRANCH IN ONE PASS AT THE END.
               10  RJ-REASON          PIC X(20).
       01  WS-REJ-SUB                 PIC 9(5)    VALUE 0.

       01  WS-PEND-MAX                PIC 9(5)    VALUE 5000.
       01  WS-PEND-COUNT              PIC 9(5)    VALUE 0.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 5000 TIMES.
               10  PN-SOURCE          PIC X(3).
               10  PN-KEY             PIC X(6).
               10  PN-ACCOUNT         PIC X(10).
               10  PN-AMOUNT          PIC S9(7)V99.
               10  PN-TYPE            PIC X(2).
               10  PN-DATE            PIC X(8).
       01  WS-PEND-SUB                PIC 9(5)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(29)   VALUE
               "BRANCH SETTLEMENT STATEMENTS ".
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  SL-AMOUNT              PIC ----,---,--9.99.

       01  WS-HELD-HEADING.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE
               "FEED REJECTED - CONTROL TOTALS".

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-SEPARATORS
           PERFORM 2500-LOAD-HELD-FEEDS
           PERFORM 3000-LOAD-ACCEPTED
           PERFORM 4000-LOAD-REJECTS
           PERFORM 4500-LOAD-PENDING
           PERFORM 5000-WRITE-RETURN-FEED
           PERFORM 8000-WRAP-UP
           STOP RUN.
           END-IF
           PERFORM 2100-READ-TRANS.

      *    THE SOURCE OF A HELD FEED IS TAKEN FROM ITS SEPARATOR AND
      *    STAYS CURRENT FOR EVERY DETAIL RECORD THAT FOLLOWS IT.
       2500-LOAD-HELD-FEEDS.
           OPEN INPUT HELD-FILE
           IF WS-HELD-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-HELD-OK
                   DISPLAY "BRRETURN: UNABLE TO OPEN TRANSHLD, FILE "
                           "STATUS " WS-HELD-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-SRC-FOUND
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 2600-LOAD-HELD-RECORD UNTIL WS-NO-MORE-RECORDS
               CLOSE HELD-FILE
           END-IF.

       2600-LOAD-HELD-RECORD.
           READ HELD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE HELD-FILE-REC TO WS-TRANS-RECORD
                   PERFORM 2700-NOTE-HELD-RECORD
           END-READ.

       2700-NOTE-HELD-RECORD.
           EVALUATE TRUE
               WHEN TRANS-BATCH-HEADER
                   MOVE TRANS-SOURCE TO WS-LOOKUP-SOURCE
                   PERFORM 7000-FIND-OR-ADD-SOURCE
                   ADD 1 TO SRC-HELD-FEEDS(WS-SRC-FOUND)
                   ADD 1 TO WS-HELD-FEED-COUNT
               WHEN TRANS-BATCH-TRAILER
                   CONTINUE
               WHEN WS-SRC-FOUND = 0
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO SRC-HELD-COUNT(WS-SRC-FOUND)
                   IF TRANS-AMOUNT-IN IS NUMERIC
                       IF TRANS-TYPE-CREDIT
                           MOVE TRANS-AMOUNT-IN TO WS-WORK-MAGNITUDE
                           SUBTRACT WS-WORK-MAGNITUDE FROM
                               SRC-HELD-AMOUNT(WS-SRC-FOUND)
                       ELSE
                           ADD TRANS-AMOUNT-IN TO
                               SRC-HELD-AMOUNT(WS-SRC-FOUND)
                       END-IF
                   END-IF
           END-EVALUATE.

       3000-LOAD-ACCEPTED.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-LOAD-GL-RECORD UNTIL WS-NO-MORE-RECORDS
           ADD 1 TO WS-ACC-COUNT
           MOVE GL-SOURCE  TO AC-SOURCE(WS-ACC-COUNT)
           MOVE GL-ACCOUNT TO AC-ACCOUNT(WS-ACC-COUNT)
           MOVE ZERO TO WS-GL-DIGITS
           IF GL-LARGE-VALUE
               IF GL-LARGE-AMOUNT IS NUMERIC
                   MOVE GL-LARGE-AMOUNT TO WS-GL-DIGITS
               END-IF
           ELSE
               IF GL-AMOUNT(1:7) IS NUMERIC
                   MOVE GL-AMOUNT(1:7) TO WS-STANDARD-AMOUNT(1:7)
                   MOVE WS-STANDARD-AMOUNT TO WS-GL-DIGITS
               END-IF
           END-IF
           MOVE WS-GL-DIGITS TO AC-AMOUNT(WS-ACC-COUNT)
           MOVE GL-DC-IND  TO AC-DC-IND(WS-ACC-COUNT)
                   SRC-REJ-AMOUNT(WS-SRC-FOUND)
           END-IF.

      *    PENDWRK IS OPTIONAL: A RUN WITH NO APPROVAL THRESHOLDS,
      *    OR ONE WHOSE JCL DOES NOT PASS THE FILE, HELD NOTHING.
       4500-LOAD-PENDING.
           OPEN INPUT PEND-WORK
           IF WS-PEND-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-PEND-OK
                   DISPLAY "BRRETURN: UNABLE TO OPEN PENDWRK, FILE "
                           "STATUS " WS-PEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4600-LOAD-PENDING-RECORD
                   UNTIL WS-NO-MORE-RECORDS
               CLOSE PEND-WORK
           END-IF.

       4600-LOAD-PENDING-RECORD.
           READ PEND-WORK
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PEND-WORK-REC TO PENDING-RECORD
                   PERFORM 4700-STORE-PENDING
           END-READ.

       4700-STORE-PENDING.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "BRRETURN: PENDING TABLE FULL AT "
                       WS-PEND-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PEND-COUNT
           MOVE PD-SOURCE  TO PN-SOURCE(WS-PEND-COUNT)
           MOVE PD-KEY     TO PN-KEY(WS-PEND-COUNT)
           MOVE PD-ACCOUNT TO PN-ACCOUNT(WS-PEND-COUNT)
           IF PD-AMOUNT-IN IS NUMERIC
               MOVE PD-AMOUNT-IN TO PN-AMOUNT(WS-PEND-COUNT)
           ELSE
               MOVE ZERO TO PN-AMOUNT(WS-PEND-COUNT)
           END-IF
           MOVE PD-TYPE    TO PN-TYPE(WS-PEND-COUNT)
           MOVE PD-DATE    TO PN-DATE(WS-PEND-COUNT)
           MOVE PD-SOURCE  TO WS-LOOKUP-SOURCE
           PERFORM 7000-FIND-OR-ADD-SOURCE
           ADD 1 TO SRC-PEND-COUNT(WS-SRC-FOUND)
           IF PD-BASE-AMOUNT IS NUMERIC
               IF PD-TYPE = "CR"
                   SUBTRACT PD-BASE-AMOUNT FROM
                       SRC-PEND-AMOUNT(WS-SRC-FOUND)
               ELSE
                   ADD PD-BASE-AMOUNT TO
                       SRC-PEND-AMOUNT(WS-SRC-FOUND)
               END-IF
           END-IF.

      *    ONE SECTION PER BRANCH: HEADER, THAT BRANCH'S ACCEPTED
      *    RECORDS, ITS REJECTS, ITS ITEMS HELD FOR APPROVAL, ANY
      *    FEED REJECTED RECORDS, THEN ITS SETTLEMENT PAGE.
       5000-WRITE-RETURN-FEED.
           MOVE 0 TO WS-BRANCH-SUB
           PERFORM 5100-WRITE-BRANCH-SECTION WS-SOURCE-COUNT TIMES.
           PERFORM 5200-WRITE-ACCEPTED-RECORD WS-ACC-COUNT TIMES
           MOVE 0 TO WS-REJ-SUB
           PERFORM 5300-WRITE-REJECT-RECORD WS-REJ-COUNT TIMES
           MOVE 0 TO WS-PEND-SUB
           PERFORM 5350-WRITE-PENDING-RECORD WS-PEND-COUNT TIMES
           PERFORM 5400-WRITE-FEED-REJECTED
               SRC-HELD-FEEDS(WS-BRANCH-SUB) TIMES
           PERFORM 6000-PRINT-STATEMENT.

       5200-WRITE-ACCEPTED-RECORD.
               WRITE RETURN-FEED-REC
           END-IF.

       5350-WRITE-PENDING-RECORD.
           ADD 1 TO WS-PEND-SUB
           IF PN-SOURCE(WS-PEND-SUB) = SRC-CODE(WS-BRANCH-SUB)
               MOVE SPACES TO RETURN-FEED-RECORD
               SET RF-HELD-FOR-APPROVAL TO TRUE
               MOVE PN-SOURCE(WS-PEND-SUB)  TO RF-SOURCE
               MOVE PN-KEY(WS-PEND-SUB)     TO RF-KEY
               MOVE PN-ACCOUNT(WS-PEND-SUB) TO RF-ACCOUNT
               MOVE PN-AMOUNT(WS-PEND-SUB)  TO RF-AMOUNT
               IF PN-TYPE(WS-PEND-SUB) = "CR"
                   MOVE "C" TO RF-DC-IND
               ELSE
                   MOVE "D" TO RF-DC-IND
               END-IF
               MOVE PN-DATE(WS-PEND-SUB)    TO RF-DATE
               MOVE "HELD FOR APPROVAL"     TO RF-REASON
               MOVE RETURN-FEED-RECORD TO RETURN-FEED-REC
               WRITE RETURN-FEED-REC
           END-IF.

       5400-WRITE-FEED-REJECTED.
           MOVE SPACES TO RETURN-FEED-RECORD
           SET RF-FEED-REJECTED TO TRUE
           MOVE SRC-CODE(WS-BRANCH-SUB) TO RF-SOURCE
           MOVE ZERO TO RF-AMOUNT
           MOVE WS-RUN-DATE TO RF-DATE
           MOVE "FEED REJECTED-TOTALS" TO RF-REASON
           MOVE RETURN-FEED-RECORD TO RETURN-FEED-REC
           WRITE RETURN-FEED-REC.

       6000-PRINT-STATEMENT.
           MOVE SRC-CODE(WS-BRANCH-SUB) TO SH-SOURCE
           MOVE WS-STMT-HEADING TO SETTLE-RPT-REC
           MOVE WS-STMT-LINE TO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           MOVE SPACES TO WS-STMT-LINE
           MOVE "HELD FOR APPROVAL     : " TO SL-LABEL
           MOVE SRC-PEND-COUNT(WS-BRANCH-SUB)  TO SL-COUNT
           MOVE SRC-PEND-AMOUNT(WS-BRANCH-SUB) TO SL-AMOUNT
           MOVE WS-STMT-LINE TO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           MOVE SPACES TO WS-STMT-LINE
           MOVE "TOTAL SUBMITTED       : " TO SL-LABEL
           COMPUTE SL-COUNT = SRC-ACC-COUNT(WS-BRANCH-SUB)
               + SRC-REJ-COUNT(WS-BRANCH-SUB)
               + SRC-PEND-COUNT(WS-BRANCH-SUB)
           COMPUTE SL-AMOUNT = SRC-ACC-AMOUNT(WS-BRANCH-SUB)
               + SRC-REJ-AMOUNT(WS-BRANCH-SUB)
               + SRC-PEND-AMOUNT(WS-BRANCH-SUB)
           MOVE WS-STMT-LINE TO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           IF SRC-HELD-FEEDS(WS-BRANCH-SUB) > 0
               MOVE SPACES TO SETTLE-RPT-REC
               WRITE SETTLE-RPT-REC
               MOVE WS-HELD-HEADING TO SETTLE-RPT-REC
               WRITE SETTLE-RPT-REC
               MOVE SPACES TO WS-STMT-LINE
               MOVE "FEEDS HELD            : " TO SL-LABEL
               MOVE SRC-HELD-FEEDS(WS-BRANCH-SUB) TO SL-COUNT
               MOVE WS-STMT-LINE TO SETTLE-RPT-REC
               WRITE SETTLE-RPT-REC
               MOVE SPACES TO WS-STMT-LINE
               MOVE "RECORDS HELD          : " TO SL-LABEL
               MOVE SRC-HELD-COUNT(WS-BRANCH-SUB)  TO SL-COUNT
               MOVE SRC-HELD-AMOUNT(WS-BRANCH-SUB) TO SL-AMOUNT
               MOVE WS-STMT-LINE TO SETTLE-RPT-REC
               WRITE SETTLE-RPT-REC
           END-IF
           MOVE SPACES TO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC.

               MOVE 0 TO SRC-ACC-AMOUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-REJ-COUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-REJ-AMOUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-PEND-COUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-PEND-AMOUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-HELD-FEEDS(WS-SRC-FOUND)
               MOVE 0 TO SRC-HELD-COUNT(WS-SRC-FOUND)
               MOVE 0 TO SRC-HELD-AMOUNT(WS-SRC-FOUND)
           END-IF.

       7100-SCAN-SOURCE-TABLE.
                   WS-REJ-COUNT DELIMITED BY SIZE
                   INTO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           MOVE SPACES TO SETTLE-RPT-REC
           STRING "HELD FOR APPROVAL : " DELIMITED BY SIZE
                   WS-PEND-COUNT DELIMITED BY SIZE
                   INTO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           MOVE SPACES TO SETTLE-RPT-REC
           STRING "FEEDS REJECTED    : " DELIMITED BY SIZE
                   WS-HELD-FEED-COUNT DELIMITED BY SIZE
                   INTO SETTLE-RPT-REC
           WRITE SETTLE-RPT-REC
           CLOSE RETURN-FEED
           CLOSE SETTLE-RPT.
