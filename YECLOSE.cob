       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
      *REMARKS.
      *    YEAR-END CLOSE.  CLOSES EVERY INCOME AND EXPENSE ACCOUNT
      *    (AM-CLASS ON ACCTMST) TO A DESIGNATED RETAINED-EARNINGS
      *    ACCOUNT, IN PLACE OF THE CLOSING JOURNALS THAT USED TO BE
      *    HAND-KEYED EVERY JANUARY.  GLBALUPD ONLY ZEROES THE
      *    YEAR-TO-DATE FIGURES WHEN THE NEW YEAR'S FIRST BATCH
      *    ARRIVES; THIS RUN MAKES THE ENTRIES THAT MOVE THE YEAR'S
      *    RESULT INTO EQUITY.
      *
      *    CLOSPARM IS A ONE-LINE PARAMETER, BOTH FIELDS REQUIRED:
      *    COLUMNS 1-4 THE YEAR BEING CLOSED AND COLUMNS 6-15 THE
      *    RETAINED-EARNINGS ACCOUNT, WHICH MUST BE AN OPEN EQUITY
      *    ACCOUNT ON ACCTMST.
      *
      *    THE YEAR-TO-DATE NET (DEBITS LESS CREDITS) OF EACH INCOME
      *    AND EXPENSE ACCOUNT IS READ FROM THE BALANCE MASTER
      *    (BALMST, THE CURRENT GENERATION WRITTEN BY GLBALUPD) AND
      *    REVERSED ONTO THE ACCOUNT; THE SUM OF THE REVERSALS GOES
      *    THE OTHER WAY TO RETAINED EARNINGS, SO THE BATCH BALANCES
      *    DEBITS TO CREDITS.  THE BATCH (GLCLSOUT) IS WRITTEN
      *    ALREADY BALANCED -- GLBATCH HEADER, GLFEED DETAILS, AND A
      *    TRAILER WITH THE COUNT AND UNSIGNED AMOUNT HASH, AS
      *    GLBALANC WOULD WRAP IT -- WITH SOURCE YEC AND THE HEADER
      *    AND DETAILS DATED 31 DECEMBER OF THE CLOSE YEAR, SO
      *    GLBALUPD POSTS IT INTO THE CLOSE YEAR'S LAST PERIOD.  A
      *    JOURNAL WORK FILE (JRNLCLS, ONE POSTJRNL RECORD PER
      *    DETAIL IN THE SAME ORDER) GOES WITH IT FOR GLBALUPD'S
      *    JOURNAL STEP.  AN ENTRY ABOVE 99999.99 GOES OUT AS A
      *    LARGE-VALUE DETAIL (GL-LARGE-VALUE, SEE GLFEED), WHICH
      *    CARRIES UP TO 9999999.99; ONLY AN ENTRY LARGER THAN THAT
      *    IS WRITTEN AS SEVERAL DETAILS ON THE SAME ACCOUNT AND
      *    SIDE THAT ADD UP TO IT.
      *
      *    THE BATCH GOES THROUGH GLBALUPD AND THE POSTING
      *    INTERFACE LIKE ANY OTHER.  CLOSPTRN IS A PERIOD
      *    MAINTENANCE TRANSACTION CLOSING THE YEAR'S LAST PERIOD
      *    (YYYY12), FOR PERDLOAD TO APPLY ONCE THE BATCH HAS
      *    POSTED.
      *
      *    THE CLOSE LOG (CLOSIN = THE LOG AS OF THE PRIOR CLOSE,
      *    ABSENT BEFORE THE FIRST ONE, FILE STATUS 35; CLOSOUT =
      *    THE LOG WITH THIS CLOSE ADDED, CYCLED BY JCL THE SAME WAY
      *    AS THE BALANCE MASTER ONCE THE BATCH HAS POSTED) RECORDS
      *    EVERY YEAR CLOSED, AND A YEAR ALREADY ON IT IS NOT CLOSED
      *    AGAIN.
      *
      *    THE CLOSE IS REFUSED -- NO BATCH, NO LOG ENTRY, NO PERIOD
      *    TRANSACTION, RETURN-CODE 8 -- WHEN THE YEAR IS ALREADY
      *    CLOSED, WHEN THE YEAR HAS NOT YET ENDED, WHEN THE BALANCE
      *    MASTER HOLDS NOTHING FOR THE YEAR OR HAS ALREADY TAKEN A
      *    BATCH FOR THE NEXT YEAR (A 31 DECEMBER BATCH WOULD THEN
      *    ROLL THE NEW YEAR'S FIGURES BACK), WHEN THE RETAINED-
      *    EARNINGS ACCOUNT IS NOT AN OPEN EQUITY ACCOUNT, OR WHEN
      *    ANY ACCOUNT WITH A BALANCE FOR THE YEAR HAS NO VALID
      *    CLASS OR IS NOT ON ACCTMST -- A CLOSE THAT LEAVES PART OF
      *    THE RESULT BEHIND IS WORSE THAN NONE.  THE CLOSE REGISTER
      *    (CLOSRPT) SHOWS EVERY ACCOUNT CLOSED, THE ENTRY MADE, AND
      *    THE REASON FOR ANY REFUSAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM ASSIGN TO CLOSPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BAL-MASTER ASSIGN TO BALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CLOSE-LOG-IN ASSIGN TO CLOSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLIN-STATUS.
           SELECT CLOSE-LOG-OUT ASSIGN TO CLOSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOUT-STATUS.
           SELECT CLOSE-BATCH ASSIGN TO GLCLSOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO JRNLCLS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT PERIOD-TRANS ASSIGN TO CLOSPTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PTRN-STATUS.
           SELECT CLOSE-RPT ASSIGN TO CLOSRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM
           RECORDING MODE IS F.
       01  CLOSE-PARM-REC             PIC X(20).

       FD  BAL-MASTER
           RECORDING MODE IS F.
       01  BAL-MASTER-REC             PIC X(74).

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  CLOSE-LOG-IN
           RECORDING MODE IS F.
       01  CLOSE-LOG-IN-REC           PIC X(40).

       FD  CLOSE-LOG-OUT
           RECORDING MODE IS F.
       01  CLOSE-LOG-OUT-REC          PIC X(40).

       FD  CLOSE-BATCH
           RECORDING MODE IS F.
       01  CLOSE-BATCH-REC            PIC X(32).

       FD  JOURNAL-WORK
           RECORDING MODE IS F.
       01  JOURNAL-WORK-REC           PIC X(80).

       FD  PERIOD-TRANS
           RECORDING MODE IS F.
       01  PERIOD-TRANS-REC           PIC X(80).

       FD  CLOSE-RPT
           RECORDING MODE IS F.
       01  CLOSE-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BALMST.
       COPY GLFEED.
       COPY GLBATCH.
       COPY POSTJRNL.

      *    ONE RECORD PER YEAR CLOSED: THE YEAR, THE RETAINED-
      *    EARNINGS ACCOUNT, THE CLOSING BATCH'S HEADER STAMP AND
      *    THE DATE THE CLOSE WAS RUN.
       01  WS-CLOSE-LOG-RECORD.
           05  CL-YEAR                PIC X(4).
           05  CL-RE-ACCOUNT          PIC X(10).
           05  CL-BATCH-DATE          PIC X(8).
           05  CL-BATCH-TIME          PIC X(6).
           05  CL-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(4).

       01  WS-PERIOD-TRANS.
           05  PT-ACTION              PIC X.
           05  PT-PERIOD              PIC X(6).
           05  FILLER                 PIC X(73).

       01  WS-PARM-STATUS             PIC XX.
           88  WS-PARM-OK             VALUE "00".
       01  WS-BALM-STATUS             PIC XX.
           88  WS-BALM-OK             VALUE "00".
           88  WS-BALM-NOT-FOUND      VALUE "35".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
       01  WS-CLIN-STATUS             PIC XX.
           88  WS-CLIN-OK             VALUE "00".
           88  WS-CLIN-NOT-FOUND      VALUE "35".
       01  WS-CLOUT-STATUS            PIC XX.
           88  WS-CLOUT-OK            VALUE "00".
       01  WS-BATCH-STATUS            PIC XX.
           88  WS-BATCH-OK            VALUE "00".
       01  WS-JRNL-STATUS             PIC XX.
           88  WS-JRNL-OK             VALUE "00".
       01  WS-PTRN-STATUS             PIC XX.
           88  WS-PTRN-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-ACCT-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-ACCOUNTS    VALUE "Y".
       01  WS-REFUSE-SWITCH           PIC X       VALUE "N".
           88  WS-CLOSE-REFUSED       VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(50)   VALUE SPACES.

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-CLOSE-YEAR              PIC X(4)    VALUE SPACES.
       01  WS-RE-ACCOUNT              PIC X(10)   VALUE SPACES.
       01  WS-RE-DESC                 PIC X(30)   VALUE SPACES.
       01  WS-YEAR-END-DATE           PIC X(8)    VALUE SPACES.
       01  WS-BATCH-DATE              PIC X(8)    VALUE SPACES.
       01  WS-BATCH-TIME              PIC X(6)    VALUE SPACES.

      *    THE BALANCE MASTER IN MEMORY, AS IN GLBALUPD.  BT-PRINTED
      *    TRACKS WHICH ENTRIES THE ACCTMST PASS HAS SEEN, SO A
      *    BALANCE WHOSE ACCOUNT IS NO LONGER ON ACCTMST IS CAUGHT.
       01  WS-BALANCE-MAX             PIC 9(4)    VALUE 500.
       01  WS-BALANCE-COUNT           PIC 9(4)    VALUE 0.
       01  WS-BALANCE-TABLE.
           05  WS-BALANCE-ENTRY OCCURS 500 TIMES.
               10  BT-ACCOUNT         PIC X(10).
               10  BT-PERIOD          PIC X(6).
               10  BT-YEAR            PIC X(4).
               10  BT-PTD-DEBITS      PIC 9(11)V99.
               10  BT-PTD-CREDITS     PIC 9(11)V99.
               10  BT-YTD-DEBITS      PIC 9(11)V99.
               10  BT-YTD-CREDITS     PIC 9(11)V99.
               10  BT-PRINTED         PIC X.

      *    THE ACCOUNTS TO BE CLOSED, IN ACCTMST ORDER, HELD UNTIL
      *    EVERY CHECK HAS PASSED.
       01  WS-CLOSE-MAX               PIC 9(4)    VALUE 500.
       01  WS-CLOSE-COUNT             PIC 9(4)    VALUE 0.
       01  WS-CLOSE-TABLE.
           05  WS-CLOSE-ENTRY OCCURS 500 TIMES.
               10  CE-ACCOUNT         PIC X(10).
               10  CE-DESC            PIC X(30).
               10  CE-CLASS           PIC X.
               10  CE-YTD-NET         PIC S9(12)V99.

      *    THE PRIOR CLOSE LOG, COPIED FORWARD TO CLOSOUT.
       01  WS-LOG-MAX                 PIC 9(4)    VALUE 200.
       01  WS-LOG-COUNT               PIC 9(4)    VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 200 TIMES.
               10  LG-RECORD          PIC X(40).

       01  WS-SUB                     PIC 9(4)    VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)    VALUE 0.
       01  WS-YEAR-ENTRY-COUNT        PIC 9(4)    VALUE 0.

       01  WS-YTD-NET                 PIC S9(12)V99 VALUE 0.
       01  WS-RE-NET                  PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-ACCOUNT           PIC X(10)   VALUE SPACES.
       01  WS-ENTRY-DC-IND            PIC X       VALUE SPACE.
       01  WS-ENTRY-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-ENTRY-REMAINING         PIC 9(13)V99 VALUE 0.
       01  WS-ENTRY-PIECES            PIC 9(5)    VALUE 0.
       01  WS-PIECE-MAX               PIC 9(7)V99 VALUE 9999999.99.
       01  WS-PIECE-AMOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-PIECE-AREA              PIC X(10).
       01  WS-PIECE-STANDARD REDEFINES WS-PIECE-AREA
                                      PIC 9(5)V99.

       01  WS-DETAIL-COUNT            PIC 9(7)    VALUE 0.
       01  WS-DETAIL-HASH             PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-COUNT           PIC 9(7)    VALUE 0.
       01  WS-TOT-DEBITS              PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITS             PIC 9(13)V99 VALUE 0.
       01  WS-UNCLASSIFIED-COUNT      PIC 9(7)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(29)   VALUE
               "YEAR-END CLOSE REGISTER YEAR ".
           05  HD-YEAR                PIC X(4).
           05  FILLER                 PIC X(23)   VALUE
               "   RETAINED EARNINGS : ".
           05  HD-RE-ACCOUNT          PIC X(10).

       01  WS-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "CLASS".
           05  FILLER                 PIC X(15)   VALUE
               "        YTD NET".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE "SIDE".
           05  FILLER                 PIC X(16)   VALUE
               "  CLOSING AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "DETAILS".

       01  WS-REGISTER-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RG-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-DESC                PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-CLASS               PIC X(7).
           05  RG-YTD-NET             PIC ----,---,--9.99.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RG-DC-IND              PIC X.
           05  FILLER                 PIC X       VALUE SPACES.
           05  RG-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(5)    VALUE SPACES.
           05  RG-PIECES              PIC ZZZZ9.

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  TL-LABEL               PIC X(22).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-CLOSE
           IF NOT WS-CLOSE-REFUSED
               PERFORM 3000-SELECT-ACCOUNTS
           END-IF
           IF NOT WS-CLOSE-REFUSED
               PERFORM 5000-WRITE-CLOSING-BATCH
               PERFORM 6000-WRITE-CLOSE-LOG
               PERFORM 6500-WRITE-PERIOD-CLOSE
           END-IF
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT CLOSE-RPT
           IF NOT WS-RPT-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN CLOSRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CLOSE-PARM
           PERFORM 1200-LOAD-BALANCE-MASTER
           PERFORM 1300-LOAD-CLOSE-LOG
           MOVE WS-CLOSE-YEAR TO HD-YEAR
           MOVE WS-RE-ACCOUNT TO HD-RE-ACCOUNT
           MOVE WS-HEADING-1 TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           MOVE SPACES TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC.

      *    CLOSPARM IS REQUIRED -- A CLOSE MUST NAME ITS YEAR AND
      *    ITS RETAINED-EARNINGS ACCOUNT EXPLICITLY.
       1100-READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM
           IF WS-PARM-OK
               READ CLOSE-PARM
                   NOT AT END
                       MOVE CLOSE-PARM-REC(1:4)  TO WS-CLOSE-YEAR
                       MOVE CLOSE-PARM-REC(6:10) TO WS-RE-ACCOUNT
               END-READ
               CLOSE CLOSE-PARM
           END-IF
           IF WS-CLOSE-YEAR IS NOT NUMERIC
               DISPLAY "YECLOSE: NO VALID CLOSE YEAR ON CLOSPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RE-ACCOUNT = SPACES
               DISPLAY "YECLOSE: NO RETAINED-EARNINGS ACCOUNT ON "
                       "CLOSPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING WS-CLOSE-YEAR DELIMITED BY SIZE
                   "1231" DELIMITED BY SIZE
                   INTO WS-YEAR-END-DATE.

       1200-LOAD-BALANCE-MASTER.
           OPEN INPUT BAL-MASTER
           IF WS-BALM-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BALM-OK
                   DISPLAY "YECLOSE: UNABLE TO OPEN BALMST, FILE "
                           "STATUS " WS-BALM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1250-LOAD-MASTER-RECORD UNTIL NOT WS-BALM-OK
               CLOSE BAL-MASTER
           END-IF.

       1250-LOAD-MASTER-RECORD.
           READ BAL-MASTER
               NOT AT END
                   MOVE BAL-MASTER-REC TO BALANCE-MASTER-RECORD
                   IF WS-BALANCE-COUNT >= WS-BALANCE-MAX
                       DISPLAY "YECLOSE: BALANCE TABLE FULL AT "
                               WS-BALANCE-MAX " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BALANCE-COUNT
                   MOVE BM-ACCOUNT     TO BT-ACCOUNT(WS-BALANCE-COUNT)
                   MOVE BM-PERIOD      TO BT-PERIOD(WS-BALANCE-COUNT)
                   MOVE BM-YEAR        TO BT-YEAR(WS-BALANCE-COUNT)
                   MOVE BM-PTD-DEBITS  TO
                        BT-PTD-DEBITS(WS-BALANCE-COUNT)
                   MOVE BM-PTD-CREDITS TO
                        BT-PTD-CREDITS(WS-BALANCE-COUNT)
                   MOVE BM-YTD-DEBITS  TO
                        BT-YTD-DEBITS(WS-BALANCE-COUNT)
                   MOVE BM-YTD-CREDITS TO
                        BT-YTD-CREDITS(WS-BALANCE-COUNT)
                   MOVE "N"            TO BT-PRINTED(WS-BALANCE-COUNT)
           END-READ.

      *    A FIRST-EVER CLOSE HAS NO CLOSIN (FILE STATUS 35).
       1300-LOAD-CLOSE-LOG.
           OPEN INPUT CLOSE-LOG-IN
           IF WS-CLIN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-CLIN-OK
                   DISPLAY "YECLOSE: UNABLE TO OPEN CLOSIN, FILE "
                           "STATUS " WS-CLIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1350-LOAD-LOG-RECORD UNTIL NOT WS-CLIN-OK
               CLOSE CLOSE-LOG-IN
           END-IF.

       1350-LOAD-LOG-RECORD.
           READ CLOSE-LOG-IN
               NOT AT END
                   IF WS-LOG-COUNT >= WS-LOG-MAX
                       DISPLAY "YECLOSE: CLOSE LOG TABLE FULL AT "
                               WS-LOG-MAX " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LOG-COUNT
                   MOVE CLOSE-LOG-IN-REC TO LG-RECORD(WS-LOG-COUNT)
           END-READ.

      *    THE CHECKS THAT NEED NOTHING BUT THE PARAMETER, THE LOG
      *    AND THE BALANCE MASTER.  THE FIRST FAILURE REFUSES THE
      *    CLOSE.
       2000-CHECK-CLOSE.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 2050-SCAN-CLOSE-LOG WS-LOG-COUNT TIMES
           IF WS-FOUND-SUB > 0
               MOVE LG-RECORD(WS-FOUND-SUB) TO WS-CLOSE-LOG-RECORD
               SET WS-CLOSE-REFUSED TO TRUE
               STRING "YEAR ALREADY CLOSED ON " DELIMITED BY SIZE
                       CL-RUN-DATE DELIMITED BY SIZE
                       ", BATCH " DELIMITED BY SIZE
                       CL-BATCH-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       CL-BATCH-TIME DELIMITED BY SIZE
                       INTO WS-REFUSE-REASON
           END-IF
           IF NOT WS-CLOSE-REFUSED
           AND WS-RUN-DATE < WS-YEAR-END-DATE
               SET WS-CLOSE-REFUSED TO TRUE
               MOVE "YEAR HAS NOT YET ENDED" TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-CLOSE-REFUSED
               MOVE 0 TO WS-FOUND-SUB
               MOVE 0 TO WS-YEAR-ENTRY-COUNT
               MOVE 0 TO WS-SUB
               PERFORM 2100-CHECK-MASTER-YEAR WS-BALANCE-COUNT TIMES
               IF WS-FOUND-SUB > 0
                   SET WS-CLOSE-REFUSED TO TRUE
                   STRING "BALANCE MASTER ALREADY IN " DELIMITED BY SIZE
                           BT-YEAR(WS-FOUND-SUB) DELIMITED BY SIZE
                           ", ACCOUNT " DELIMITED BY SIZE
                           BT-ACCOUNT(WS-FOUND-SUB) DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
               ELSE
                   IF WS-YEAR-ENTRY-COUNT = 0
                       SET WS-CLOSE-REFUSED TO TRUE
                       MOVE "NO BALANCES ON BALANCE MASTER FOR THE YEAR"
                           TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

       2050-SCAN-CLOSE-LOG.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND LG-RECORD(WS-SUB)(1:4) = WS-CLOSE-YEAR
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2100-CHECK-MASTER-YEAR.
           ADD 1 TO WS-SUB
           IF BT-YEAR(WS-SUB) = WS-CLOSE-YEAR
               ADD 1 TO WS-YEAR-ENTRY-COUNT
           END-IF
           IF WS-FOUND-SUB = 0
           AND BT-YEAR(WS-SUB) > WS-CLOSE-YEAR
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

      *    THE CHART OF ACCOUNTS IS WALKED IN ACCOUNT ORDER.  EVERY
      *    INCOME OR EXPENSE ACCOUNT WITH A NON-ZERO NET FOR THE
      *    YEAR IS TAKEN FOR CLOSING; ANY ACCOUNT WITH A BALANCE FOR
      *    THE YEAR AND NO VALID CLASS IS LISTED AND REFUSES THE
      *    CLOSE, AS DOES A BALANCE WHOSE ACCOUNT IS NOT ON ACCTMST.
       3000-SELECT-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3050-CHECK-RE-ACCOUNT
           IF NOT WS-CLOSE-REFUSED
               MOVE SPACES TO AM-ACCOUNT
               START ACCT-MASTER KEY NOT < AM-ACCOUNT
               IF NOT WS-ACCT-OK
                   MOVE "Y" TO WS-ACCT-EOF-SWITCH
               END-IF
               PERFORM 3100-SELECT-NEXT-ACCOUNT
                   UNTIL WS-NO-MORE-ACCOUNTS
               MOVE 0 TO WS-SUB
               PERFORM 3300-CHECK-ORPHAN-BALANCE WS-BALANCE-COUNT TIMES
               IF WS-UNCLASSIFIED-COUNT > 0
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "ACCOUNTS WITH A BALANCE CANNOT BE CLASSIFIED"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF
           CLOSE ACCT-MASTER.

       3050-CHECK-RE-ACCOUNT.
           MOVE WS-RE-ACCOUNT TO AM-ACCOUNT
           READ ACCT-MASTER
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "RETAINED-EARNINGS ACCOUNT NOT ON ACCTMST"
                       TO WS-REFUSE-REASON
               WHEN NOT AM-CLASS-EQUITY
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "RETAINED-EARNINGS ACCOUNT NOT EQUITY CLASS"
                       TO WS-REFUSE-REASON
               WHEN AM-CLOSED
                   SET WS-CLOSE-REFUSED TO TRUE
                   MOVE "RETAINED-EARNINGS ACCOUNT IS CLOSED"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE AM-DESC TO WS-RE-DESC
           END-EVALUATE.

       3100-SELECT-NEXT-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
           IF WS-ACCT-OK
               MOVE 0 TO WS-FOUND-SUB
               MOVE 0 TO WS-SUB
               PERFORM 3150-SCAN-FOR-ACCOUNT WS-BALANCE-COUNT TIMES
               IF WS-FOUND-SUB > 0
                   MOVE "Y" TO BT-PRINTED(WS-FOUND-SUB)
                   IF BT-YEAR(WS-FOUND-SUB) = WS-CLOSE-YEAR
                       PERFORM 3200-CLASSIFY-ACCOUNT
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
           END-IF.

       3150-SCAN-FOR-ACCOUNT.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND BT-ACCOUNT(WS-SUB) = AM-ACCOUNT
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       3200-CLASSIFY-ACCOUNT.
           SUBTRACT BT-YTD-CREDITS(WS-FOUND-SUB)
               FROM BT-YTD-DEBITS(WS-FOUND-SUB)
               GIVING WS-YTD-NET
           EVALUATE TRUE
               WHEN WS-YTD-NET = 0
                   CONTINUE
               WHEN AM-CLASS-INCOME OR AM-CLASS-EXPENSE
                   IF WS-CLOSE-COUNT >= WS-CLOSE-MAX
                       DISPLAY "YECLOSE: CLOSE TABLE FULL AT "
                               WS-CLOSE-MAX " ENTRIES"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CLOSE-COUNT
                   MOVE AM-ACCOUNT TO CE-ACCOUNT(WS-CLOSE-COUNT)
                   MOVE AM-DESC    TO CE-DESC(WS-CLOSE-COUNT)
                   MOVE AM-CLASS   TO CE-CLASS(WS-CLOSE-COUNT)
                   MOVE WS-YTD-NET TO CE-YTD-NET(WS-CLOSE-COUNT)
               WHEN NOT AM-CLASS-VALID
                   ADD 1 TO WS-UNCLASSIFIED-COUNT
                   MOVE SPACES TO CLOSE-RPT-REC
                   STRING "** NO VALID CLASS ON ACCTMST, ACCOUNT "
                           DELIMITED BY SIZE
                           AM-ACCOUNT DELIMITED BY SIZE
                           INTO CLOSE-RPT-REC
                   WRITE CLOSE-RPT-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3300-CHECK-ORPHAN-BALANCE.
           ADD 1 TO WS-SUB
           IF BT-PRINTED(WS-SUB) = "N"
           AND BT-YEAR(WS-SUB) = WS-CLOSE-YEAR
           AND BT-YTD-DEBITS(WS-SUB) NOT = BT-YTD-CREDITS(WS-SUB)
               ADD 1 TO WS-UNCLASSIFIED-COUNT
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "** BALANCE NOT ON ACCOUNT MASTER, ACCOUNT "
                       DELIMITED BY SIZE
                       BT-ACCOUNT(WS-SUB) DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
           END-IF.

      *    ONE CLOSING ENTRY PER ACCOUNT, THEN THE OFFSETTING ENTRY
      *    TO RETAINED EARNINGS.  AN ACCOUNT WITH A DEBIT NET
      *    (EXPENSE) IS CREDITED, ONE WITH A CREDIT NET (INCOME) IS
      *    DEBITED; RETAINED EARNINGS TAKES THE NET OF THE YEAR --
      *    A CREDIT FOR A PROFIT, A DEBIT FOR A LOSS.
       5000-WRITE-CLOSING-BATCH.
           OPEN OUTPUT CLOSE-BATCH
           IF NOT WS-BATCH-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN GLCLSOUT, FILE STATUS "
                       WS-BATCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-WORK
           IF NOT WS-JRNL-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN JRNLCLS, FILE STATUS "
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADING-2 TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           MOVE SPACES TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           MOVE WS-YEAR-END-DATE TO WS-BATCH-DATE
           ACCEPT WS-BATCH-TIME FROM TIME
           MOVE SPACES TO GL-BATCH-HEADER
           MOVE "HDR" TO GLH-RECORD-ID
           MOVE WS-BATCH-DATE TO GLH-CREATE-DATE
           MOVE WS-BATCH-TIME TO GLH-CREATE-TIME
           MOVE GL-BATCH-HEADER TO CLOSE-BATCH-REC
           WRITE CLOSE-BATCH-REC
           MOVE 0 TO WS-RE-NET
           MOVE 0 TO WS-SUB
           PERFORM 5100-CLOSE-ACCOUNT WS-CLOSE-COUNT TIMES
           PERFORM 5200-CLOSE-TO-RETAINED
           MOVE SPACES TO GL-BATCH-TRAILER
           MOVE "TRL" TO GLT-RECORD-ID
           MOVE WS-DETAIL-COUNT TO GLT-RECORD-COUNT
           MOVE WS-DETAIL-HASH  TO GLT-HASH-TOTAL
           MOVE GL-BATCH-TRAILER TO CLOSE-BATCH-REC
           WRITE CLOSE-BATCH-REC
           CLOSE CLOSE-BATCH
           CLOSE JOURNAL-WORK
           PERFORM 5700-PRINT-TOTALS.

       5100-CLOSE-ACCOUNT.
           ADD 1 TO WS-SUB
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE CE-ACCOUNT(WS-SUB) TO RG-ACCOUNT
           MOVE CE-DESC(WS-SUB)    TO RG-DESC
           IF CE-CLASS(WS-SUB) = "I"
               MOVE "INCOME"  TO RG-CLASS
           ELSE
               MOVE "EXPENSE" TO RG-CLASS
           END-IF
           MOVE CE-YTD-NET(WS-SUB) TO RG-YTD-NET
           MOVE CE-ACCOUNT(WS-SUB) TO WS-ENTRY-ACCOUNT
           MOVE CE-YTD-NET(WS-SUB) TO WS-ENTRY-AMOUNT
           IF CE-YTD-NET(WS-SUB) > 0
               MOVE "C" TO WS-ENTRY-DC-IND
           ELSE
               MOVE "D" TO WS-ENTRY-DC-IND
           END-IF
           ADD CE-YTD-NET(WS-SUB) TO WS-RE-NET
           PERFORM 5300-WRITE-ENTRY.

       5200-CLOSE-TO-RETAINED.
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE WS-RE-ACCOUNT TO RG-ACCOUNT
           MOVE WS-RE-DESC    TO RG-DESC
           MOVE "EQUITY"      TO RG-CLASS
           MOVE WS-RE-ACCOUNT TO WS-ENTRY-ACCOUNT
           MOVE WS-RE-NET     TO WS-ENTRY-AMOUNT
           IF WS-RE-NET > 0
               MOVE "D" TO WS-ENTRY-DC-IND
           ELSE
               MOVE "C" TO WS-ENTRY-DC-IND
           END-IF
           IF WS-RE-NET NOT = 0
               PERFORM 5300-WRITE-ENTRY
           END-IF.

      *    WRITES WS-ENTRY-AMOUNT TO WS-ENTRY-ACCOUNT ON SIDE
      *    WS-ENTRY-DC-IND AS ONE OR MORE DETAILS OF AT MOST
      *    9999999.99, AND PRINTS THE REGISTER LINE ALREADY SET UP.
       5300-WRITE-ENTRY.
           MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-REMAINING
           MOVE 0 TO WS-ENTRY-PIECES
           PERFORM 5350-WRITE-PIECE UNTIL WS-ENTRY-REMAINING = 0
           IF WS-ENTRY-DC-IND = "C"
               ADD WS-ENTRY-AMOUNT TO WS-TOT-CREDITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-TOT-DEBITS
           END-IF
           MOVE WS-ENTRY-DC-IND TO RG-DC-IND
           MOVE WS-ENTRY-AMOUNT TO RG-AMOUNT
           MOVE WS-ENTRY-PIECES TO RG-PIECES
           MOVE WS-REGISTER-DETAIL TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC.

      *    A PIECE ABOVE 99999.99 GOES OUT IN THE LARGE-VALUE FORM
      *    OF GL-AMOUNT, ANY OTHER IN THE ORDINARY SEVEN DIGITS.
       5350-WRITE-PIECE.
           MOVE SPACES TO WS-PIECE-AREA
           IF WS-ENTRY-REMAINING > WS-PIECE-MAX
               MOVE WS-PIECE-MAX TO WS-PIECE-AMOUNT
           ELSE
               MOVE WS-ENTRY-REMAINING TO WS-PIECE-AMOUNT
           END-IF
           IF WS-PIECE-AMOUNT NOT > 99999.99
               MOVE WS-PIECE-AMOUNT TO WS-PIECE-STANDARD
           END-IF
           SUBTRACT WS-PIECE-AMOUNT FROM WS-ENTRY-REMAINING
           ADD 1 TO WS-ENTRY-PIECES
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-PIECE-AMOUNT TO WS-DETAIL-HASH
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ENTRY-ACCOUNT TO GL-ACCOUNT
           MOVE WS-PIECE-AREA    TO GL-AMOUNT
           IF WS-PIECE-AMOUNT > 99999.99
               MOVE WS-PIECE-AMOUNT TO GL-LARGE-AMOUNT
               SET GL-LARGE-VALUE TO TRUE
           END-IF
           MOVE WS-YEAR-END-DATE TO GL-DATE
           MOVE WS-ENTRY-DC-IND  TO GL-DC-IND
           MOVE "YEC"            TO GL-SOURCE
           MOVE GL-EXTRACT-RECORD TO CLOSE-BATCH-REC
           WRITE CLOSE-BATCH-REC
           PERFORM 5400-WRITE-JOURNAL-WORK.

      *    THE JOURNAL WORK RECORD SHADOWS THE DETAIL JUST WRITTEN.
      *    A CLOSING ENTRY HAS NO TRANSACTION KEY, SO IT IS KEYED
      *    YE PLUS ITS DETAIL NUMBER WITHIN THE BATCH.
       5400-WRITE-JOURNAL-WORK.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           STRING "YE" DELIMITED BY SIZE
                   WS-DETAIL-COUNT(4:4) DELIMITED BY SIZE
                   INTO PJ-KEY
           MOVE GL-ACCOUNT        TO PJ-ACCOUNT
           MOVE GL-DATE           TO PJ-DATE
           MOVE GL-DC-IND         TO PJ-DC-IND
           MOVE WS-PIECE-AMOUNT   TO PJ-BASE-AMOUNT
           MOVE GL-SOURCE         TO PJ-SOURCE
           MOVE WS-PIECE-AMOUNT   TO PJ-ORIG-AMOUNT
           MOVE POSTING-JOURNAL-RECORD TO JOURNAL-WORK-REC
           WRITE JOURNAL-WORK-REC
           ADD 1 TO WS-JOURNAL-COUNT.

       5700-PRINT-TOTALS.
           MOVE SPACES TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTAL DEBITS        : " TO TL-LABEL
           MOVE WS-TOT-DEBITS TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTAL CREDITS       : " TO TL-LABEL
           MOVE WS-TOT-CREDITS TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC.

      *    THE PRIOR LOG IS COPIED FORWARD WITH THIS CLOSE ADDED.
       6000-WRITE-CLOSE-LOG.
           OPEN OUTPUT CLOSE-LOG-OUT
           IF NOT WS-CLOUT-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN CLOSOUT, FILE STATUS "
                       WS-CLOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SUB
           PERFORM 6050-COPY-LOG-RECORD WS-LOG-COUNT TIMES
           MOVE SPACES TO WS-CLOSE-LOG-RECORD
           MOVE WS-CLOSE-YEAR  TO CL-YEAR
           MOVE WS-RE-ACCOUNT  TO CL-RE-ACCOUNT
           MOVE WS-BATCH-DATE  TO CL-BATCH-DATE
           MOVE WS-BATCH-TIME  TO CL-BATCH-TIME
           MOVE WS-RUN-DATE    TO CL-RUN-DATE
           MOVE WS-CLOSE-LOG-RECORD TO CLOSE-LOG-OUT-REC
           WRITE CLOSE-LOG-OUT-REC
           CLOSE CLOSE-LOG-OUT.

       6050-COPY-LOG-RECORD.
           ADD 1 TO WS-SUB
           MOVE LG-RECORD(WS-SUB) TO CLOSE-LOG-OUT-REC
           WRITE CLOSE-LOG-OUT-REC.

       6500-WRITE-PERIOD-CLOSE.
           OPEN OUTPUT PERIOD-TRANS
           IF NOT WS-PTRN-OK
               DISPLAY "YECLOSE: UNABLE TO OPEN CLOSPTRN, FILE STATUS "
                       WS-PTRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-PERIOD-TRANS
           MOVE "C" TO PT-ACTION
           STRING WS-CLOSE-YEAR DELIMITED BY SIZE
                   "12" DELIMITED BY SIZE
                   INTO PT-PERIOD
           MOVE WS-PERIOD-TRANS TO PERIOD-TRANS-REC
           WRITE PERIOD-TRANS-REC
           CLOSE PERIOD-TRANS.

       8000-WRAP-UP.
           MOVE SPACES TO CLOSE-RPT-REC
           WRITE CLOSE-RPT-REC
           IF WS-CLOSE-REFUSED
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "*** CLOSE REFUSED - " DELIMITED BY SIZE
                       WS-REFUSE-REASON DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "ACCOUNTS CLOSED   : " DELIMITED BY SIZE
                       WS-CLOSE-COUNT DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "BATCH             : " DELIMITED BY SIZE
                       WS-BATCH-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-BATCH-TIME DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "DETAILS WRITTEN   : " DELIMITED BY SIZE
                       WS-DETAIL-COUNT DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "JOURNAL RECORDS   : " DELIMITED BY SIZE
                       WS-JOURNAL-COUNT DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
               MOVE SPACES TO CLOSE-RPT-REC
               STRING "PERIOD TO CLOSE   : " DELIMITED BY SIZE
                       WS-CLOSE-YEAR DELIMITED BY SIZE
                       "12" DELIMITED BY SIZE
                       INTO CLOSE-RPT-REC
               WRITE CLOSE-RPT-REC
           END-IF
           CLOSE CLOSE-RPT.
