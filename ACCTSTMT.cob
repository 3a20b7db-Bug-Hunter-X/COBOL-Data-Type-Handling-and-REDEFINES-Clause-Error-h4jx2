       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
      *REMARKS.
      *    ACCOUNT ACTIVITY STATEMENT -- THE DRILL-DOWN BELOW THE
      *    GLTRIALB TRIAL BALANCE.  LISTS, FOR ONE ACCOUNT AND A
      *    RANGE OF POSTING DATES, EVERY TRANSACTION THE CUMULATIVE
      *    POSTED-TRANSACTION JOURNAL (POSTJRNL, APPENDED BY
      *    GLBALUPD -- SEE POSTJRNL) SHOWS AGAINST THE ACCOUNT, WITH
      *    AN OPENING BALANCE, A RUNNING BALANCE ON EVERY LINE, AND A
      *    CLOSING BALANCE.
      *
      *    STMTPARM IS A ONE-LINE PARAMETER: COLUMNS 1-10 THE
      *    ACCOUNT (REQUIRED), COLUMNS 12-19 THE FROM DATE AND
      *    COLUMNS 21-28 THE TO DATE (YYYYMMDD, OPTIONAL).  THE
      *    DATES SELECT ON THE POSTING DATE -- THE GLBATCH HEADER
      *    DATE OF THE BATCH THAT CARRIED THE TRANSACTION -- BECAUSE
      *    THAT IS THE DATE GLBALUPD POSTS THE BALANCE MASTER BY.
      *
      *    BALANCES ARE ON THE SAME YEAR-TO-DATE BASIS AS BALMST
      *    (DEBITS LESS CREDITS, THE FIGURES ROLLING TO ZERO AT THE
      *    FIRST BATCH OF A NEW YEAR), SO A STATEMENT COVERS ONE
      *    YEAR: THE YEAR OF THE FROM DATE, OR THE BALANCE MASTER'S
      *    YEAR WHEN NO FROM DATE IS GIVEN.  A TO DATE BEYOND THAT
      *    YEAR IS CUT BACK TO 31 DECEMBER.  THE OPENING BALANCE IS
      *    THE NET OF THE YEAR'S POSTINGS BEFORE THE FROM DATE.
      *
      *    THE STATEMENT IS TIED BACK TO THE BALANCE MASTER (BALMST,
      *    THE CURRENT GENERATION WRITTEN BY GLBALUPD): CLOSING
      *    BALANCE PLUS ANY POSTINGS DATED AFTER THE TO DATE MUST
      *    EQUAL THE ACCOUNT'S BM-YTD-DEBITS LESS BM-YTD-CREDITS.  A
      *    STATEMENT THAT DOES NOT TIE ENDS WITH RETURN-CODE 8.  A
      *    STATEMENT FOR A YEAR THE MASTER HAS ALREADY ROLLED PAST
      *    CANNOT BE TIED AND SAYS SO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-PARM ASSIGN TO STMTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
           SELECT BAL-MASTER ASSIGN TO BALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STMT-RPT ASSIGN TO STMTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-PARM
           RECORDING MODE IS F.
       01  STMT-PARM-REC              PIC X(28).

       FD  POSTING-JOURNAL
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-REC        PIC X(80).

       FD  BAL-MASTER
           RECORDING MODE IS F.
       01  BAL-MASTER-REC             PIC X(74).

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  STMT-RPT
           RECORDING MODE IS F.
       01  STMT-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY POSTJRNL.
       COPY BALMST.

       01  WS-PARM-STATUS             PIC XX.
           88  WS-PARM-OK             VALUE "00".
       01  WS-PJRN-STATUS             PIC XX.
           88  WS-PJRN-OK             VALUE "00".
           88  WS-PJRN-NOT-FOUND      VALUE "35".
       01  WS-BALM-STATUS             PIC XX.
           88  WS-BALM-OK             VALUE "00".
           88  WS-BALM-NOT-FOUND      VALUE "35".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
           88  WS-ACCT-NO-RECORD      VALUE "23".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-POSTINGS    VALUE "Y".
       01  WS-BALM-FOUND-SWITCH       PIC X       VALUE "N".
           88  WS-BALM-FOUND          VALUE "Y".
       01  WS-OPENING-SWITCH          PIC X       VALUE "N".
           88  WS-OPENING-PRINTED     VALUE "Y".

       01  WS-STMT-ACCOUNT            PIC X(10)   VALUE SPACES.
       01  WS-FROM-DATE               PIC X(8)    VALUE SPACES.
       01  WS-TO-DATE                 PIC X(8)    VALUE SPACES.
       01  WS-STMT-YEAR               PIC X(4)    VALUE SPACES.
       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.

       01  WS-READ-COUNT              PIC 9(7)    VALUE 0.
       01  WS-LISTED-COUNT            PIC 9(7)    VALUE 0.
       01  WS-LATER-COUNT             PIC 9(7)    VALUE 0.

       01  WS-POSTING-NET             PIC S9(12)V99 VALUE 0.
       01  WS-OPENING-BALANCE         PIC S9(12)V99 VALUE 0.
       01  WS-RUNNING-BALANCE         PIC S9(12)V99 VALUE 0.
       01  WS-LATER-NET               PIC S9(12)V99 VALUE 0.
       01  WS-TIE-BALANCE             PIC S9(12)V99 VALUE 0.
       01  WS-MASTER-BALANCE          PIC S9(12)V99 VALUE 0.
       01  WS-TOT-DEBITS              PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITS             PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(27)   VALUE
               "ACCOUNT ACTIVITY STATEMENT ".
           05  HD-RUN-DATE            PIC X(8).

       01  WS-HEADING-2.
           05  FILLER                 PIC X(9)    VALUE "ACCOUNT: ".
           05  HD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HD-DESC                PIC X(30).

       01  WS-HEADING-3.
           05  FILLER                 PIC X(9)    VALUE "POSTED : ".
           05  HD-FROM-DATE           PIC X(8).
           05  FILLER                 PIC X(9)    VALUE " THROUGH ".
           05  HD-TO-DATE             PIC X(8).

       01  WS-HEADING-4.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "KEY".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "TXN DATE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "POSTED".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "BATCH".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "SRC".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "CUR".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE "ORIG AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE
               "           DEBIT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE
               "          CREDIT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE
               "        BALANCE".

       01  WS-STMT-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  AS-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-POST-DATE           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-POST-TIME           PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-ORIG-AMOUNT         PIC -(7)9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-DEBIT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-CREDIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AS-BALANCE             PIC ----,---,--9.99.

      *    OPENING, CLOSING AND TIE-OUT FIGURES PRINT UNDER THE
      *    BALANCE COLUMN OF THE DETAIL LINE.
       01  WS-BALANCE-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  BL-LABEL               PIC X(40).
           05  FILLER                 PIC X(57)   VALUE SPACES.
           05  BL-AMOUNT              PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-JOURNAL UNTIL WS-NO-MORE-POSTINGS
           PERFORM 7000-CLOSE-STATEMENT
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-STMT-PARM
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "ACCTSTMT: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-MASTER-BALANCE
           PERFORM 1300-SET-STATEMENT-RANGE
           OPEN OUTPUT STMT-RPT
           IF NOT WS-RPT-OK
               DISPLAY "ACCTSTMT: UNABLE TO OPEN STMTRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-PRINT-HEADINGS
      *    NO POSTJRNL YET (FILE STATUS 35) MEANS NOTHING HAS EVER
      *    BEEN JOURNALED -- THE STATEMENT IS EMPTY, NOT AN ERROR.
           OPEN INPUT POSTING-JOURNAL
           IF WS-PJRN-NOT-FOUND
               MOVE "Y" TO WS-EOF-SWITCH
           ELSE
               IF NOT WS-PJRN-OK
                   DISPLAY "ACCTSTMT: UNABLE TO OPEN POSTJRNL, FILE "
                           "STATUS " WS-PJRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-JOURNAL
           END-IF.

      *    THE ACCOUNT IS REQUIRED -- A STATEMENT RUN WITHOUT ONE
      *    HAS NOTHING TO REPORT, SO A MISSING OR BLANK STMTPARM IS
      *    A HARD STOP.
       1100-READ-STMT-PARM.
           OPEN INPUT STMT-PARM
           IF WS-PARM-OK
               READ STMT-PARM
                   NOT AT END
                       MOVE STMT-PARM-REC(1:10) TO WS-STMT-ACCOUNT
                       MOVE STMT-PARM-REC(12:8) TO WS-FROM-DATE
                       MOVE STMT-PARM-REC(21:8) TO WS-TO-DATE
               END-READ
               CLOSE STMT-PARM
           END-IF
           IF WS-STMT-ACCOUNT = SPACES
               DISPLAY "ACCTSTMT: NO ACCOUNT ON STMTPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    THE CURRENT BALANCE MASTER IS SCANNED FOR THE ONE ACCOUNT.
      *    AN ACCOUNT THAT HAS NEVER POSTED HAS NO ENTRY AND TIES AT
      *    ZERO.
       1200-LOAD-MASTER-BALANCE.
           OPEN INPUT BAL-MASTER
           IF WS-BALM-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BALM-OK
                   DISPLAY "ACCTSTMT: UNABLE TO OPEN BALMST, FILE "
                           "STATUS " WS-BALM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1250-SCAN-MASTER-RECORD
                   UNTIL NOT WS-BALM-OK OR WS-BALM-FOUND
               CLOSE BAL-MASTER
           END-IF.

       1250-SCAN-MASTER-RECORD.
           READ BAL-MASTER
               NOT AT END
                   MOVE BAL-MASTER-REC TO BALANCE-MASTER-RECORD
                   IF BM-ACCOUNT = WS-STMT-ACCOUNT
                       SET WS-BALM-FOUND TO TRUE
                       SUBTRACT BM-YTD-CREDITS FROM BM-YTD-DEBITS
                           GIVING WS-MASTER-BALANCE
                   END-IF
           END-READ.

      *    THE STATEMENT YEAR COMES FROM THE FROM DATE; WITHOUT ONE
      *    IT IS THE MASTER'S YEAR (OR THE RUN YEAR FOR AN ACCOUNT
      *    NOT YET ON THE MASTER) AND THE RANGE OPENS ON 1 JANUARY.
       1300-SET-STATEMENT-RANGE.
           IF WS-FROM-DATE = SPACES
               IF WS-BALM-FOUND
                   MOVE BM-YEAR TO WS-STMT-YEAR
               ELSE
                   MOVE WS-RUN-DATE(1:4) TO WS-STMT-YEAR
               END-IF
               STRING WS-STMT-YEAR DELIMITED BY SIZE
                       "0101" DELIMITED BY SIZE
                       INTO WS-FROM-DATE
           ELSE
               MOVE WS-FROM-DATE(1:4) TO WS-STMT-YEAR
           END-IF
           IF WS-TO-DATE = SPACES
           OR WS-TO-DATE(1:4) NOT = WS-STMT-YEAR
               MOVE SPACES TO WS-TO-DATE
               STRING WS-STMT-YEAR DELIMITED BY SIZE
                       "1231" DELIMITED BY SIZE
                       INTO WS-TO-DATE
           END-IF.

       1400-PRINT-HEADINGS.
           MOVE WS-STMT-ACCOUNT TO AM-ACCOUNT
           READ ACCT-MASTER
           EVALUATE TRUE
               WHEN WS-ACCT-NO-RECORD
                   MOVE "** NOT ON ACCOUNT MASTER" TO HD-DESC
               WHEN NOT WS-ACCT-OK
                   DISPLAY "ACCTSTMT: ACCTMST READ FAILED, FILE STATUS "
                           WS-ACCT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE AM-DESC TO HD-DESC
           END-EVALUATE
           MOVE WS-RUN-DATE     TO HD-RUN-DATE
           MOVE WS-STMT-ACCOUNT TO HD-ACCOUNT
           MOVE WS-FROM-DATE    TO HD-FROM-DATE
           MOVE WS-TO-DATE      TO HD-TO-DATE
           MOVE WS-HEADING-1 TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE WS-HEADING-2 TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE WS-HEADING-3 TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE WS-HEADING-4 TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC.

       2000-PROCESS-JOURNAL.
           IF PJ-ACCOUNT = WS-STMT-ACCOUNT
           AND PJ-BATCH-DATE(1:4) = WS-STMT-YEAR
               PERFORM 3000-APPLY-POSTING
           END-IF
           PERFORM 2100-READ-JOURNAL.

       2100-READ-JOURNAL.
           READ POSTING-JOURNAL
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE POSTING-JOURNAL-REC TO POSTING-JOURNAL-RECORD
           END-READ.

      *    THE JOURNAL IS APPENDED BATCH BY BATCH, SO IT IS ALREADY
      *    IN POSTING-DATE ORDER: EVERYTHING BEFORE THE FROM DATE
      *    HAS BEEN SEEN BY THE TIME THE FIRST LISTED POSTING IS
      *    READ, AND THE OPENING BALANCE CAN PRINT THEN.
       3000-APPLY-POSTING.
           IF PJ-POST-CREDIT
               COMPUTE WS-POSTING-NET = 0 - PJ-BASE-AMOUNT
           ELSE
               MOVE PJ-BASE-AMOUNT TO WS-POSTING-NET
           END-IF
           EVALUATE TRUE
               WHEN PJ-BATCH-DATE < WS-FROM-DATE
                   ADD WS-POSTING-NET TO WS-OPENING-BALANCE
               WHEN PJ-BATCH-DATE > WS-TO-DATE
                   ADD 1 TO WS-LATER-COUNT
                   ADD WS-POSTING-NET TO WS-LATER-NET
               WHEN OTHER
                   IF NOT WS-OPENING-PRINTED
                       PERFORM 3100-PRINT-OPENING
                   END-IF
                   PERFORM 3200-PRINT-POSTING
           END-EVALUATE.

       3100-PRINT-OPENING.
           SET WS-OPENING-PRINTED TO TRUE
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "OPENING BALANCE" TO BL-LABEL
           MOVE WS-OPENING-BALANCE TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-RPT-REC
           WRITE STMT-RPT-REC.

       3200-PRINT-POSTING.
           ADD 1 TO WS-LISTED-COUNT
           ADD WS-POSTING-NET TO WS-RUNNING-BALANCE
           MOVE SPACES TO WS-STMT-DETAIL
           MOVE PJ-KEY           TO AS-KEY
           MOVE PJ-DATE          TO AS-DATE
           MOVE PJ-BATCH-DATE    TO AS-POST-DATE
           MOVE PJ-BATCH-TIME    TO AS-POST-TIME
           MOVE PJ-SOURCE        TO AS-SOURCE
           MOVE PJ-ORIG-CURRENCY TO AS-CURRENCY
           IF PJ-ORIG-CURRENCY NOT = SPACES
               MOVE PJ-ORIG-AMOUNT TO AS-ORIG-AMOUNT
           END-IF
           IF PJ-POST-CREDIT
               MOVE PJ-BASE-AMOUNT TO AS-CREDIT
               ADD PJ-BASE-AMOUNT TO WS-TOT-CREDITS
           ELSE
               MOVE PJ-BASE-AMOUNT TO AS-DEBIT
               ADD PJ-BASE-AMOUNT TO WS-TOT-DEBITS
           END-IF
           MOVE WS-RUNNING-BALANCE TO AS-BALANCE
           MOVE WS-STMT-DETAIL TO STMT-RPT-REC
           WRITE STMT-RPT-REC.

      *    CLOSING BALANCE, THEN THE TIE-OUT: CLOSING PLUS WHATEVER
      *    POSTED AFTER THE TO DATE MUST EQUAL THE MASTER'S
      *    YEAR-TO-DATE NET.
       7000-CLOSE-STATEMENT.
           IF NOT WS-OPENING-PRINTED
               PERFORM 3100-PRINT-OPENING
           END-IF
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "CLOSING BALANCE" TO BL-LABEL
           MOVE WS-RUNNING-BALANCE TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "POSTED AFTER STATEMENT DATE" TO BL-LABEL
           MOVE WS-LATER-NET TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           ADD WS-RUNNING-BALANCE WS-LATER-NET GIVING WS-TIE-BALANCE
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "JOURNAL YEAR-TO-DATE NET" TO BL-LABEL
           MOVE WS-TIE-BALANCE TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO WS-BALANCE-LINE
           MOVE "BALANCE MASTER YEAR-TO-DATE NET" TO BL-LABEL
           MOVE WS-MASTER-BALANCE TO BL-AMOUNT
           MOVE WS-BALANCE-LINE TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           EVALUATE TRUE
               WHEN WS-BALM-FOUND AND BM-YEAR NOT = WS-STMT-YEAR
                   STRING "BALANCE MASTER CARRIES YEAR " DELIMITED BY
                           SIZE
                           BM-YEAR DELIMITED BY SIZE
                           " - STATEMENT NOT TIED" DELIMITED BY SIZE
                           INTO STMT-RPT-REC
               WHEN WS-TIE-BALANCE = WS-MASTER-BALANCE
                   MOVE "STATEMENT TIES TO BALANCE MASTER" TO
                        STMT-RPT-REC
               WHEN OTHER
                   MOVE "*** STATEMENT DOES NOT TIE TO BALANCE MASTER"
                        TO STMT-RPT-REC
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE STMT-RPT-REC.

       8000-WRAP-UP.
           MOVE SPACES TO STMT-RPT-REC
           WRITE STMT-RPT-REC
           STRING "JOURNAL READ      : " DELIMITED BY SIZE
                   WS-READ-COUNT DELIMITED BY SIZE
                   INTO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           STRING "POSTINGS LISTED   : " DELIMITED BY SIZE
                   WS-LISTED-COUNT DELIMITED BY SIZE
                   INTO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           STRING "POSTED AFTER RANGE: " DELIMITED BY SIZE
                   WS-LATER-COUNT DELIMITED BY SIZE
                   INTO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           STRING "TOTAL DEBITS      : " DELIMITED BY SIZE
                   WS-TOT-DEBITS DELIMITED BY SIZE
                   INTO STMT-RPT-REC
           WRITE STMT-RPT-REC
           MOVE SPACES TO STMT-RPT-REC
           STRING "TOTAL CREDITS     : " DELIMITED BY SIZE
                   WS-TOT-CREDITS DELIMITED BY SIZE
                   INTO STMT-RPT-REC
           WRITE STMT-RPT-REC
           IF NOT WS-PJRN-NOT-FOUND
               CLOSE POSTING-JOURNAL
           END-IF
           CLOSE ACCT-MASTER
           CLOSE STMT-RPT.
