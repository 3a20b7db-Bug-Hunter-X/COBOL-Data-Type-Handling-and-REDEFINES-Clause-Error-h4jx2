      *
      *    THE BACKOUT REGISTER (BACKRPT) DOCUMENTS EVERY REVERSED
      *    DETAIL AND EVERY HISTORY KEY DROPPED, FOR THE SOX FILE.
      *
      *    A JOURNAL WORK FILE (JRNLREV) IS WRITTEN ALONGSIDE
      *    GLREVOUT, ONE RECORD PER REVERSING DETAIL IN THE SAME
      *    ORDER, CARRYING THE DETAIL'S ACCOUNT, DATE, FLIPPED SIDE,
      *    AMOUNT AND SOURCE, SO GLBALUPD CAN APPLY THE REVERSING
      *    BATCH AND JOURNAL IT LIKE ANY OTHER.  THE TRANSACTION KEY
      *    AND ORIGINAL CURRENCY AND AMOUNT ARE TAKEN FROM THE
      *    BATCH'S OWN POSTED-TRANSACTION JOURNAL ENTRY (ON POSTJRNL
      *    WITH ITS HEADER DATE/TIME, SAME ACCOUNT, SIDE AND AMOUNT)
      *    WHERE THERE IS ONE.  A DETAIL WITH NO ENTRY -- A BATCH
      *    POSTED BEFORE THE JOURNAL EXISTED -- IS KEYED BO PLUS ITS
      *    DETAIL NUMBER WITHIN THE BATCH, AS YECLOSE AND ALLOCATE
      *    KEY THEIR ENTRIES, SO EVERY BATCH CAN STILL BE BACKED OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKOUT-RPT ASSIGN TO BACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
           SELECT JOURNAL-REVERSE ASSIGN TO JRNLREV
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JREV-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  BACKOUT-RPT-REC            PIC X(132).

       FD  POSTING-JOURNAL
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-REC        PIC X(80).

       FD  JOURNAL-REVERSE
           RECORDING MODE IS F.
       01  JOURNAL-REVERSE-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY GLFEED.
       COPY GLBATCH.
       COPY HISTFILE.
       COPY POSTJRNL.

       01  WS-BAL-STATUS              PIC XX.
           88  WS-BAL-OK              VALUE "00".
           88  WS-HIST-OUT-OK         VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".
       01  WS-PJRN-STATUS             PIC XX.
           88  WS-PJRN-OK             VALUE "00".
           88  WS-PJRN-NOT-FOUND      VALUE "35".
       01  WS-JREV-STATUS             PIC XX.
           88  WS-JREV-OK             VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-RECORDS     VALUE "Y".
       01  WS-DETAIL-HASH             PIC 9(11)V99 VALUE 0.
       01  WS-TRAILER-COUNT           PIC 9(7)    VALUE 0.
       01  WS-TRAILER-HASH            PIC 9(11)V99 VALUE 0.
       01  WS-DETAIL-AMOUNT           PIC 9(7)V99.
       01  WS-STANDARD-AMOUNT         PIC 9(5)V99.
       01  WS-HIST-READ-COUNT         PIC 9(7)    VALUE 0.
       01  WS-HIST-DROP-COUNT         PIC 9(7)    VALUE 0.
       01  WS-HIST-KEEP-COUNT         PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-REV-COUNT       PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-MATCH-COUNT     PIC 9(7)    VALUE 0.
       01  WS-JOURNAL-KEYED-COUNT     PIC 9(7)    VALUE 0.
       01  WS-ORIGINAL-DC-IND         PIC X       VALUE SPACE.

      *    THE BATCH DETAILS HELD IN MEMORY SO THE TRAILER CAN BE
      *    VERIFIED BEFORE A SINGLE REVERSING RECORD IS WRITTEN.
               10  DT-RECORD          PIC X(32).
       01  WS-DETAIL-SUB              PIC 9(5)    VALUE 0.

      *    THE BATCH'S OWN ENTRIES FROM POSTJRNL, IN JOURNAL ORDER;
      *    EACH IS USED FOR AT MOST ONE REVERSING DETAIL.
       01  WS-JOURNAL-MAX             PIC 9(5)    VALUE 5000.
       01  WS-JOURNAL-TABLE-COUNT     PIC 9(5)    VALUE 0.
       01  WS-JOURNAL-TABLE.
           05  WS-JOURNAL-ENTRY OCCURS 5000 TIMES.
               10  JT-KEY             PIC X(6).
               10  JT-ACCOUNT         PIC X(10).
               10  JT-DC-IND          PIC X.
               10  JT-BASE-AMOUNT     PIC 9(11)V99.
               10  JT-ORIG-CURRENCY   PIC X(3).
               10  JT-ORIG-AMOUNT     PIC S9(7)V99.
               10  JT-USED            PIC X.
       01  WS-JOURNAL-SUB             PIC 9(5)    VALUE 0.
       01  WS-JOURNAL-FOUND           PIC 9(5)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(25)   VALUE
               "GL BATCH BACKOUT REGISTER".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-WAS-DC              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           PERFORM 3000-VERIFY-TRAILER
           IF NOT WS-BATCH-REFUSED
               PERFORM 4000-WRITE-REVERSING-BATCH
               PERFORM 4500-REVERSE-JOURNAL
               PERFORM 5000-BACK-OUT-HISTORY
           END-IF
           PERFORM 8000-WRAP-UP
                DT-RECORD(WS-DETAIL-TABLE-COUNT)
           ADD 1 TO WS-DETAIL-COUNT
           MOVE BALANCED-FILE-REC TO GL-EXTRACT-RECORD
           PERFORM 2350-LOAD-DETAIL-AMOUNT
           ADD WS-DETAIL-AMOUNT TO WS-DETAIL-HASH.

      *    A LARGE-VALUE DETAIL (GL-LARGE-VALUE, SEE GLFEED) CARRIES
      *    NINE DIGITS; ANY OTHER CARRIES SEVEN.  A NON-NUMERIC
      *    AMOUNT COUNTS AS ZERO, AS IT ALWAYS HAS.
       2350-LOAD-DETAIL-AMOUNT.
           MOVE ZERO TO WS-DETAIL-AMOUNT
           IF GL-LARGE-VALUE
               IF GL-LARGE-AMOUNT IS NUMERIC
                   MOVE GL-LARGE-AMOUNT TO WS-DETAIL-AMOUNT
               END-IF
           ELSE
               IF GL-AMOUNT(1:7) IS NUMERIC
                   MOVE GL-AMOUNT(1:7) TO WS-STANDARD-AMOUNT(1:7)
                   MOVE WS-STANDARD-AMOUNT TO WS-DETAIL-AMOUNT
               END-IF
           END-IF.

      *    A BATCH WHOSE TRAILER DOES NOT MATCH ITS OWN DETAILS IS
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE GL-ACCOUNT TO RG-ACCOUNT
           MOVE GL-DATE    TO RG-DATE
           PERFORM 2350-LOAD-DETAIL-AMOUNT
           MOVE WS-DETAIL-AMOUNT TO RG-AMOUNT
           MOVE GL-DC-IND TO RG-WAS-DC
           IF GL-POST-CREDIT
               SET GL-POST-DEBIT TO TRUE
           MOVE WS-REGISTER-DETAIL TO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC.

      *    THE BATCH'S JOURNAL ENTRIES ARE PICKED OFF POSTJRNL BY
      *    BATCH STAMP, THEN ONE JRNLREV RECORD IS WRITTEN PER
      *    REVERSING DETAIL, WITH THE STAMP LEFT BLANK FOR GLBALUPD
      *    TO FILL IN.  NO POSTJRNL (FILE STATUS 35) MEANS NO
      *    ENTRIES, AND EVERY RECORD IS KEYED BO.
       4500-REVERSE-JOURNAL.
           OPEN INPUT POSTING-JOURNAL
           IF WS-PJRN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-PJRN-OK
                   DISPLAY "GLBACKOT: UNABLE TO OPEN POSTJRNL, FILE "
                           "STATUS " WS-PJRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4550-LOAD-JOURNAL-RECORD
                   UNTIL NOT WS-PJRN-OK
               CLOSE POSTING-JOURNAL
           END-IF
           OPEN OUTPUT JOURNAL-REVERSE
           IF NOT WS-JREV-OK
               DISPLAY "GLBACKOT: UNABLE TO OPEN JRNLREV, FILE STATUS "
                       WS-JREV-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-DETAIL-SUB
           PERFORM 4600-WRITE-JOURNAL-REVERSAL
               WS-DETAIL-TABLE-COUNT TIMES
           CLOSE JOURNAL-REVERSE.

       4550-LOAD-JOURNAL-RECORD.
           READ POSTING-JOURNAL
               NOT AT END
                   MOVE POSTING-JOURNAL-REC TO POSTING-JOURNAL-RECORD
                   IF PJ-BATCH-DATE = WS-BATCH-DATE
                   AND PJ-BATCH-TIME = WS-BATCH-TIME
                       PERFORM 4560-STORE-JOURNAL-ENTRY
                   END-IF
           END-READ.

       4560-STORE-JOURNAL-ENTRY.
           IF WS-JOURNAL-TABLE-COUNT >= WS-JOURNAL-MAX
               DISPLAY "GLBACKOT: JOURNAL TABLE FULL AT "
                       WS-JOURNAL-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JOURNAL-TABLE-COUNT
           MOVE PJ-KEY           TO JT-KEY(WS-JOURNAL-TABLE-COUNT)
           MOVE PJ-ACCOUNT       TO JT-ACCOUNT(WS-JOURNAL-TABLE-COUNT)
           MOVE PJ-DC-IND        TO JT-DC-IND(WS-JOURNAL-TABLE-COUNT)
           MOVE PJ-BASE-AMOUNT   TO
                JT-BASE-AMOUNT(WS-JOURNAL-TABLE-COUNT)
           MOVE PJ-ORIG-CURRENCY TO
                JT-ORIG-CURRENCY(WS-JOURNAL-TABLE-COUNT)
           MOVE PJ-ORIG-AMOUNT   TO
                JT-ORIG-AMOUNT(WS-JOURNAL-TABLE-COUNT)
           MOVE "N"              TO JT-USED(WS-JOURNAL-TABLE-COUNT).

      *    THE DETAIL IS MATCHED, ON ITS ORIGINAL SIDE, TO THE FIRST
      *    UNUSED ENTRY FOR THE SAME ACCOUNT AND AMOUNT; THE RECORD
      *    WRITTEN CARRIES THE FLIPPED SIDE.
       4600-WRITE-JOURNAL-REVERSAL.
           ADD 1 TO WS-DETAIL-SUB
           MOVE DT-RECORD(WS-DETAIL-SUB) TO GL-EXTRACT-RECORD
           PERFORM 2350-LOAD-DETAIL-AMOUNT
           MOVE GL-DC-IND TO WS-ORIGINAL-DC-IND
           MOVE 0 TO WS-JOURNAL-FOUND
           MOVE 0 TO WS-JOURNAL-SUB
           PERFORM 4650-SCAN-JOURNAL WS-JOURNAL-TABLE-COUNT TIMES
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           IF WS-JOURNAL-FOUND > 0
               ADD 1 TO WS-JOURNAL-MATCH-COUNT
               MOVE "Y" TO JT-USED(WS-JOURNAL-FOUND)
               MOVE JT-KEY(WS-JOURNAL-FOUND) TO PJ-KEY
               MOVE JT-ORIG-CURRENCY(WS-JOURNAL-FOUND) TO
                    PJ-ORIG-CURRENCY
               MOVE JT-ORIG-AMOUNT(WS-JOURNAL-FOUND) TO PJ-ORIG-AMOUNT
           ELSE
               ADD 1 TO WS-JOURNAL-KEYED-COUNT
               STRING "BO" DELIMITED BY SIZE
                       WS-DETAIL-SUB(2:4) DELIMITED BY SIZE
                       INTO PJ-KEY
               MOVE WS-DETAIL-AMOUNT TO PJ-ORIG-AMOUNT
           END-IF
           MOVE GL-ACCOUNT TO PJ-ACCOUNT
           MOVE GL-DATE    TO PJ-DATE
           IF GL-POST-CREDIT
               SET PJ-POST-DEBIT TO TRUE
           ELSE
               SET PJ-POST-CREDIT TO TRUE
           END-IF
           MOVE WS-DETAIL-AMOUNT TO PJ-BASE-AMOUNT
           MOVE GL-SOURCE  TO PJ-SOURCE
           MOVE POSTING-JOURNAL-RECORD TO JOURNAL-REVERSE-REC
           WRITE JOURNAL-REVERSE-REC
           ADD 1 TO WS-JOURNAL-REV-COUNT.

       4650-SCAN-JOURNAL.
           ADD 1 TO WS-JOURNAL-SUB
           IF WS-JOURNAL-FOUND = 0
           AND JT-USED(WS-JOURNAL-SUB) = "N"
           AND JT-ACCOUNT(WS-JOURNAL-SUB) = GL-ACCOUNT
           AND JT-DC-IND(WS-JOURNAL-SUB) = WS-ORIGINAL-DC-IND
           AND JT-BASE-AMOUNT(WS-JOURNAL-SUB) = WS-DETAIL-AMOUNT
               MOVE WS-JOURNAL-SUB TO WS-JOURNAL-FOUND
           END-IF.

      *    EVERY HISTORY ENTRY FIRST POSTED ON THE BATCH DATE
      *    BELONGS TO THE BATCH BEING BACKED OUT (ONE BALANCED
      *    BATCH LEAVES PER RUN DATE) AND IS DROPPED; THE REST COPY
                   INTO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC
           MOVE SPACES TO BACKOUT-RPT-REC
           STRING "JOURNAL REVERSED  : " DELIMITED BY SIZE
                   WS-JOURNAL-REV-COUNT DELIMITED BY SIZE
                   INTO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC
           MOVE SPACES TO BACKOUT-RPT-REC
           STRING "  FROM POSTJRNL   : " DELIMITED BY SIZE
                   WS-JOURNAL-MATCH-COUNT DELIMITED BY SIZE
                   INTO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC
           MOVE SPACES TO BACKOUT-RPT-REC
           STRING "  KEYED BO        : " DELIMITED BY SIZE
                   WS-JOURNAL-KEYED-COUNT DELIMITED BY SIZE
                   INTO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC
           MOVE SPACES TO BACKOUT-RPT-REC
           WRITE BACKOUT-RPT-REC
           IF WS-BATCH-REFUSED
               MOVE "*** TRAILER OUT OF BALANCE - NOTHING REVERSED ***"
