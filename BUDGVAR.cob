       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
      *REMARKS.
      *    MONTHLY BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  SETS EACH
      *    ACCOUNT'S PERIOD-TO-DATE AND YEAR-TO-DATE NET ACTUALS
      *    FROM THE BALANCE MASTER (BALMST, THE CURRENT GENERATION
      *    WRITTEN BY GLBALUPD) AGAINST THE BUDGET MASTER (BUDGMST,
      *    MAINTAINED BY BUDGLOAD), WITH THE ACCOUNT DESCRIPTION
      *    FROM THE CHART OF ACCOUNTS (ACCTMST).  EACH ACCOUNT PRINTS
      *    A PTD LINE AND A YTD LINE: ACTUAL, BUDGET, VARIANCE
      *    (ACTUAL LESS BUDGET) AND THE VARIANCE AS A PERCENT OF THE
      *    BUDGET.  ACTUALS AND BUDGETS ARE BOTH DEBITS LESS CREDITS,
      *    THE SAME BASIS AS THE GLTRIALB TRIAL BALANCE.  THE YTD
      *    BUDGET IS THE SUM OF THE YEAR'S BUDGET LINES FROM PERIOD
      *    01 THROUGH THE REPORT PERIOD.
      *
      *    VARPARM IS AN OPTIONAL ONE-LINE PARAMETER, LIKE
      *    RECONPARM: COLUMNS 1-6 THE REPORT PERIOD (YYYYMM) AND
      *    COLUMNS 8-10 THE TOLERANCE IN WHOLE PERCENT.  WITHOUT A
      *    PERIOD THE REPORT IS FOR THE LATEST PERIOD ON THE BALANCE
      *    MASTER (THE RUN MONTH WHEN THE MASTER IS EMPTY); WITHOUT
      *    A TOLERANCE IT IS 10, AS FOR RATEPARM.
      *
      *    A LINE IS FLAGGED WHEN ITS VARIANCE IS BEYOND TOLERANCE
      *    EITHER WAY, WHEN IT HAS ACTUALS BUT NO BUDGET, OR WHEN IT
      *    IS BUDGETED BUT THE ACCOUNT HAS NO ACTIVITY.  NOTHING IS
      *    HIDDEN IN EITHER DIRECTION: EVERY ACCOUNT WITH ACTUALS FOR
      *    THE YEAR OR A BUDGET FOR THE YEAR PRINTS, INCLUDING A
      *    BALANCE OR A BUDGET WHOSE ACCOUNT HAS SINCE BEEN DELETED
      *    FROM ACCTMST.  FLAGGED LINES ARE REPORTED AND COUNTED BUT
      *    DO NOT FAIL THE RUN.
      *
      *    THE BALANCE MASTER ONLY HOLDS EACH ACCOUNT'S CURRENT
      *    PERIOD AND YEAR, SO AN ACCOUNT WHOSE BALANCE HAS ALREADY
      *    ROLLED PAST THE REPORT PERIOD CANNOT BE REPORTED FOR IT.
      *    SUCH A LINE IS FLAGGED WITH ITS ACTUALS LEFT AT ZERO AND
      *    THE RUN ENDS WITH RETURN-CODE 8.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIANCE-PARM ASSIGN TO VARPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BAL-MASTER ASSIGN TO BALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALM-STATUS.
           SELECT BUDG-MASTER ASSIGN TO BUDGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-BUDG-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT VARIANCE-RPT ASSIGN TO BUDGVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VARIANCE-PARM
           RECORDING MODE IS F.
       01  VARIANCE-PARM-REC          PIC X(20).

       FD  BAL-MASTER
           RECORDING MODE IS F.
       01  BAL-MASTER-REC             PIC X(74).

       FD  BUDG-MASTER.
       COPY BUDGMST.

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  VARIANCE-RPT
           RECORDING MODE IS F.
       01  VARIANCE-RPT-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BALMST.

       01  WS-PARM-STATUS             PIC XX.
           88  WS-PARM-OK             VALUE "00".
       01  WS-BALM-STATUS             PIC XX.
           88  WS-BALM-OK             VALUE "00".
           88  WS-BALM-NOT-FOUND      VALUE "35".
       01  WS-BUDG-STATUS             PIC XX.
           88  WS-BUDG-OK             VALUE "00".
           88  WS-BUDG-NOT-FOUND      VALUE "35".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-ACCT-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-ACCOUNTS    VALUE "Y".
       01  WS-ACTIVITY-SWITCH         PIC X       VALUE "N".
           88  WS-HAS-ACTIVITY        VALUE "Y".
       01  WS-PAST-SWITCH             PIC X       VALUE "N".
           88  WS-MASTER-PAST-PERIOD  VALUE "Y".

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-REPORT-PERIOD.
           05  WS-REPORT-YEAR         PIC X(4)    VALUE SPACES.
           05  WS-REPORT-MONTH        PIC X(2)    VALUE SPACES.
       01  WS-PARM-MONTH              PIC 99      VALUE 0.
       01  WS-TOLERANCE-PCT           PIC 9(3)    VALUE 10.

      *    THE BALANCE MASTER IN MEMORY, AS IN GLBALUPD.  BT-PRINTED
      *    TRACKS WHICH ENTRIES THE ACCTMST PASS HAS REPORTED, SO A
      *    BALANCE WHOSE ACCOUNT IS NO LONGER ON ACCTMST STILL PRINTS.
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

      *    THE REPORT YEAR'S BUDGET, ONE ENTRY PER ACCOUNT: THE
      *    REPORT PERIOD'S LINE AND THE SUM OF LINES 01 THROUGH THE
      *    REPORT PERIOD.  BUDGMST IS READ IN KEY ORDER, SO ONE
      *    ACCOUNT'S LINES ARRIVE TOGETHER.
       01  WS-BUDGET-MAX              PIC 9(4)    VALUE 500.
       01  WS-BUDGET-COUNT            PIC 9(4)    VALUE 0.
       01  WS-BUDGET-TABLE.
           05  WS-BUDGET-ENTRY OCCURS 500 TIMES.
               10  BB-ACCOUNT         PIC X(10).
               10  BB-PTD-BUDGET      PIC S9(12)V99.
               10  BB-YTD-BUDGET      PIC S9(12)V99.
               10  BB-PRINTED         PIC X.

       01  WS-SUB                     PIC 9(4)    VALUE 0.
       01  WS-ORPHAN-SUB              PIC 9(4)    VALUE 0.
       01  WS-BAL-FOUND               PIC 9(4)    VALUE 0.
       01  WS-BUD-FOUND               PIC 9(4)    VALUE 0.
       01  WS-LOOKUP-ACCOUNT          PIC X(10)   VALUE SPACES.

       01  WS-PTD-ACTUAL              PIC S9(12)V99 VALUE 0.
       01  WS-YTD-ACTUAL              PIC S9(12)V99 VALUE 0.
       01  WS-PTD-BUDGET              PIC S9(12)V99 VALUE 0.
       01  WS-YTD-BUDGET              PIC S9(12)V99 VALUE 0.
       01  WS-LINE-ACTUAL             PIC S9(12)V99 VALUE 0.
       01  WS-LINE-BUDGET             PIC S9(12)V99 VALUE 0.
       01  WS-VARIANCE                PIC S9(12)V99 VALUE 0.
       01  WS-BUDGET-ABS              PIC 9(12)V99 VALUE 0.
       01  WS-VARIANCE-PCT            PIC S9(5)V99 VALUE 0.
       01  WS-PCT-ABS                 PIC 9(5)V99 VALUE 0.

       01  WS-TOT-PTD-ACTUAL          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-YTD-ACTUAL          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-PTD-BUDGET          PIC S9(13)V99 VALUE 0.
       01  WS-TOT-YTD-BUDGET          PIC S9(13)V99 VALUE 0.

       01  WS-ACCOUNT-COUNT           PIC 9(7)    VALUE 0.
       01  WS-FLAGGED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-UNBUDGETED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-INACTIVE-COUNT          PIC 9(7)    VALUE 0.
       01  WS-ORPHAN-COUNT            PIC 9(7)    VALUE 0.
       01  WS-PAST-COUNT              PIC 9(7)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(30)   VALUE
               "BUDGET VARIANCE REPORT PERIOD ".
           05  HD-PERIOD              PIC X(6).
           05  FILLER                 PIC X(13)   VALUE
               "   TOLERANCE ".
           05  HD-TOLERANCE           PIC ZZ9.
           05  FILLER                 PIC X(8)    VALUE " PERCENT".

       01  WS-HEADING-2.
           05  FILLER                 PIC X       VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE
               "         ACTUAL".
           05  FILLER                 PIC X       VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE
               "         BUDGET".
           05  FILLER                 PIC X       VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE
               "       VARIANCE".
           05  FILLER                 PIC X       VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "   VAR %".

       01  WS-VARIANCE-DETAIL.
           05  FILLER                 PIC X       VALUE SPACES.
           05  VD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  VD-DESC                PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  VD-BASIS               PIC X(3).
           05  FILLER                 PIC X       VALUE SPACES.
           05  VD-ACTUAL              PIC ----,---,--9.99.
           05  FILLER                 PIC X       VALUE SPACES.
           05  VD-BUDGET              PIC ----,---,--9.99.
           05  FILLER                 PIC X       VALUE SPACES.
           05  VD-VARIANCE            PIC ----,---,--9.99.
           05  FILLER                 PIC X       VALUE SPACES.
           05  VD-PERCENT             PIC ----9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  VD-FLAG                PIC X(21).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ACCOUNTS
           PERFORM 4000-REPORT-ORPHAN-BALANCES
           PERFORM 4500-REPORT-ORPHAN-BUDGETS
           PERFORM 7000-PRINT-TOTALS
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT VARIANCE-RPT
           IF NOT WS-RPT-OK
               DISPLAY "BUDGVAR: UNABLE TO OPEN BUDGVRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-VARIANCE-PARM
           PERFORM 1200-LOAD-BALANCE-MASTER
           PERFORM 1300-SET-REPORT-PERIOD
           PERFORM 1400-LOAD-BUDGETS
           MOVE WS-REPORT-PERIOD TO HD-PERIOD
           MOVE WS-TOLERANCE-PCT TO HD-TOLERANCE
           MOVE WS-HEADING-1 TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE WS-HEADING-2 TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC.

      *    VARPARM IS OPTIONAL -- IF IT IS ABSENT OR BLANK, THE
      *    PERIOD IS SET FROM THE BALANCE MASTER AND THE VALUE-CLAUSE
      *    TOLERANCE APPLIES.  A PERIOD THAT IS PRESENT BUT NOT A
      *    VALID YYYYMM STOPS THE RUN RATHER THAN REPORT THE WRONG
      *    MONTH.
       1100-READ-VARIANCE-PARM.
           OPEN INPUT VARIANCE-PARM
           IF WS-PARM-OK
               READ VARIANCE-PARM
                   NOT AT END
                       IF VARIANCE-PARM-REC(1:6) NOT = SPACES
                           MOVE VARIANCE-PARM-REC(1:6)
                               TO WS-REPORT-PERIOD
                       END-IF
                       IF VARIANCE-PARM-REC(8:3) IS NUMERIC
                           MOVE VARIANCE-PARM-REC(8:3)
                               TO WS-TOLERANCE-PCT
                       END-IF
               END-READ
               CLOSE VARIANCE-PARM
           END-IF
           IF WS-REPORT-PERIOD NOT = SPACES
               IF WS-REPORT-PERIOD IS NOT NUMERIC
                   DISPLAY "BUDGVAR: INVALID PERIOD ON VARPARM "
                           WS-REPORT-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REPORT-MONTH TO WS-PARM-MONTH
               IF WS-PARM-MONTH < 1 OR WS-PARM-MONTH > 12
                   DISPLAY "BUDGVAR: INVALID PERIOD ON VARPARM "
                           WS-REPORT-PERIOD
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    AN ABSENT BALANCE MASTER (FILE STATUS 35, NOTHING POSTED
      *    YET) REPORTS EVERY BUDGET WITH NO ACTIVITY.
       1200-LOAD-BALANCE-MASTER.
           OPEN INPUT BAL-MASTER
           IF WS-BALM-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BALM-OK
                   DISPLAY "BUDGVAR: UNABLE TO OPEN BALMST, FILE "
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
                       DISPLAY "BUDGVAR: BALANCE TABLE FULL AT "
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

      *    WITHOUT A PERIOD ON VARPARM THE REPORT IS FOR THE LATEST
      *    PERIOD ANY ACCOUNT ON THE BALANCE MASTER HAS REACHED.
       1300-SET-REPORT-PERIOD.
           IF WS-REPORT-PERIOD = SPACES
               MOVE 0 TO WS-SUB
               PERFORM 1350-CHECK-LATEST-PERIOD WS-BALANCE-COUNT TIMES
               IF WS-REPORT-PERIOD = SPACES
                   MOVE WS-RUN-DATE(1:6) TO WS-REPORT-PERIOD
               END-IF
           END-IF.

       1350-CHECK-LATEST-PERIOD.
           ADD 1 TO WS-SUB
           IF BT-PERIOD(WS-SUB) > WS-REPORT-PERIOD
               MOVE BT-PERIOD(WS-SUB) TO WS-REPORT-PERIOD
           END-IF.

      *    A FIRST-EVER RUN HAS NO BUDGMST (FILE STATUS 35) AND
      *    REPORTS EVERY ACTUAL AS UNBUDGETED.
       1400-LOAD-BUDGETS.
           OPEN INPUT BUDG-MASTER
           IF WS-BUDG-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BUDG-OK
                   DISPLAY "BUDGVAR: UNABLE TO OPEN BUDGMST, FILE "
                           "STATUS " WS-BUDG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1450-LOAD-BUDGET-RECORD UNTIL NOT WS-BUDG-OK
               CLOSE BUDG-MASTER
           END-IF.

       1450-LOAD-BUDGET-RECORD.
           READ BUDG-MASTER NEXT RECORD
               NOT AT END
                   IF BG-PERIOD(1:4) = WS-REPORT-YEAR
                   AND BG-PERIOD NOT > WS-REPORT-PERIOD
                       PERFORM 1460-ADD-BUDGET-LINE
                   END-IF
           END-READ.

       1460-ADD-BUDGET-LINE.
           IF WS-BUDGET-COUNT = 0
           OR BB-ACCOUNT(WS-BUDGET-COUNT) NOT = BG-ACCOUNT
               IF WS-BUDGET-COUNT >= WS-BUDGET-MAX
                   DISPLAY "BUDGVAR: BUDGET TABLE FULL AT "
                           WS-BUDGET-MAX " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-BUDGET-COUNT
               MOVE BG-ACCOUNT TO BB-ACCOUNT(WS-BUDGET-COUNT)
               MOVE 0          TO BB-PTD-BUDGET(WS-BUDGET-COUNT)
               MOVE 0          TO BB-YTD-BUDGET(WS-BUDGET-COUNT)
               MOVE "N"        TO BB-PRINTED(WS-BUDGET-COUNT)
           END-IF
           ADD BG-AMOUNT TO BB-YTD-BUDGET(WS-BUDGET-COUNT)
           IF BG-PERIOD = WS-REPORT-PERIOD
               ADD BG-AMOUNT TO BB-PTD-BUDGET(WS-BUDGET-COUNT)
           END-IF.

      *    THE CHART OF ACCOUNTS DRIVES THE REPORT, IN ACCOUNT ORDER.
      *    AN ACCOUNT WITH NEITHER ACTUALS NOR BUDGET FOR THE YEAR
      *    IS LEFT OFF.
       2000-REPORT-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "BUDGVAR: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AM-ACCOUNT
           START ACCT-MASTER KEY NOT < AM-ACCOUNT
           IF NOT WS-ACCT-OK
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
           END-IF
           PERFORM 2100-REPORT-NEXT-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS
           CLOSE ACCT-MASTER.

       2100-REPORT-NEXT-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
           IF WS-ACCT-OK
               MOVE AM-ACCOUNT TO WS-LOOKUP-ACCOUNT
               PERFORM 2200-FIND-ACCOUNT
               MOVE SPACES TO WS-VARIANCE-DETAIL
               MOVE AM-ACCOUNT TO VD-ACCOUNT
               MOVE AM-DESC    TO VD-DESC
               PERFORM 3000-REPORT-ACCOUNT
           ELSE
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
           END-IF.

      *    LOCATES WS-LOOKUP-ACCOUNT IN BOTH TABLES AND MARKS WHAT
      *    IS FOUND AS REPORTED.
       2200-FIND-ACCOUNT.
           MOVE 0 TO WS-BAL-FOUND
           MOVE 0 TO WS-SUB
           PERFORM 2250-SCAN-BALANCES WS-BALANCE-COUNT TIMES
           IF WS-BAL-FOUND > 0
               MOVE "Y" TO BT-PRINTED(WS-BAL-FOUND)
           END-IF
           MOVE 0 TO WS-BUD-FOUND
           MOVE 0 TO WS-SUB
           PERFORM 2260-SCAN-BUDGETS WS-BUDGET-COUNT TIMES
           IF WS-BUD-FOUND > 0
               MOVE "Y" TO BB-PRINTED(WS-BUD-FOUND)
           END-IF.

       2250-SCAN-BALANCES.
           ADD 1 TO WS-SUB
           IF WS-BAL-FOUND = 0
           AND BT-ACCOUNT(WS-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-SUB TO WS-BAL-FOUND
           END-IF.

       2260-SCAN-BUDGETS.
           ADD 1 TO WS-SUB
           IF WS-BUD-FOUND = 0
           AND BB-ACCOUNT(WS-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-SUB TO WS-BUD-FOUND
           END-IF.

      *    REPORTS ONE ACCOUNT FROM WS-BAL-FOUND/WS-BUD-FOUND, WITH
      *    VD-ACCOUNT AND VD-DESC ALREADY SET.  A BALANCE FOR AN
      *    EARLIER YEAR IS NOT ACTIVITY IN THE REPORT YEAR.
       3000-REPORT-ACCOUNT.
           MOVE "N" TO WS-ACTIVITY-SWITCH
           MOVE "N" TO WS-PAST-SWITCH
           MOVE 0 TO WS-PTD-ACTUAL
           MOVE 0 TO WS-YTD-ACTUAL
           MOVE 0 TO WS-PTD-BUDGET
           MOVE 0 TO WS-YTD-BUDGET
           IF WS-BAL-FOUND > 0
               IF BT-PERIOD(WS-BAL-FOUND) > WS-REPORT-PERIOD
                   MOVE "Y" TO WS-PAST-SWITCH
               ELSE
                   IF BT-YEAR(WS-BAL-FOUND) = WS-REPORT-YEAR
                       MOVE "Y" TO WS-ACTIVITY-SWITCH
                       PERFORM 3100-SET-ACTUALS
                   END-IF
               END-IF
           END-IF
           IF WS-BUD-FOUND > 0
               MOVE BB-PTD-BUDGET(WS-BUD-FOUND) TO WS-PTD-BUDGET
               MOVE BB-YTD-BUDGET(WS-BUD-FOUND) TO WS-YTD-BUDGET
           END-IF
           IF WS-HAS-ACTIVITY OR WS-MASTER-PAST-PERIOD
           OR WS-BUD-FOUND > 0
               ADD 1 TO WS-ACCOUNT-COUNT
               IF WS-MASTER-PAST-PERIOD
                   ADD 1 TO WS-PAST-COUNT
               END-IF
               IF WS-BUD-FOUND = 0
               AND WS-HAS-ACTIVITY
                   ADD 1 TO WS-UNBUDGETED-COUNT
               END-IF
               IF WS-BUD-FOUND > 0
               AND NOT WS-HAS-ACTIVITY
               AND NOT WS-MASTER-PAST-PERIOD
                   ADD 1 TO WS-INACTIVE-COUNT
               END-IF
               MOVE "PTD" TO VD-BASIS
               MOVE WS-PTD-ACTUAL TO WS-LINE-ACTUAL
               MOVE WS-PTD-BUDGET TO WS-LINE-BUDGET
               PERFORM 3200-PRINT-VARIANCE-LINE
               MOVE SPACES TO WS-VARIANCE-DETAIL
               MOVE "YTD" TO VD-BASIS
               MOVE WS-YTD-ACTUAL TO WS-LINE-ACTUAL
               MOVE WS-YTD-BUDGET TO WS-LINE-BUDGET
               PERFORM 3200-PRINT-VARIANCE-LINE
               ADD WS-PTD-ACTUAL TO WS-TOT-PTD-ACTUAL
               ADD WS-YTD-ACTUAL TO WS-TOT-YTD-ACTUAL
               ADD WS-PTD-BUDGET TO WS-TOT-PTD-BUDGET
               ADD WS-YTD-BUDGET TO WS-TOT-YTD-BUDGET
           END-IF.

      *    THE PERIOD FIGURES ONLY COUNT WHEN THE ACCOUNT'S LAST
      *    POSTING WAS IN THE REPORT PERIOD -- OTHERWISE BM-PTD STILL
      *    HOLDS AN EARLIER PERIOD AND THIS PERIOD HAD NO ACTIVITY.
       3100-SET-ACTUALS.
           IF BT-PERIOD(WS-BAL-FOUND) = WS-REPORT-PERIOD
               SUBTRACT BT-PTD-CREDITS(WS-BAL-FOUND)
                   FROM BT-PTD-DEBITS(WS-BAL-FOUND)
                   GIVING WS-PTD-ACTUAL
           END-IF
           SUBTRACT BT-YTD-CREDITS(WS-BAL-FOUND)
               FROM BT-YTD-DEBITS(WS-BAL-FOUND)
               GIVING WS-YTD-ACTUAL.

      *    VARIANCE IS ACTUAL LESS BUDGET; THE PERCENT IS AGAINST THE
      *    SIZE OF THE BUDGET, SO IT READS THE SAME WAY FOR A CREDIT
      *    (INCOME) BUDGET AS FOR A DEBIT ONE.  A VARIANCE TOO LARGE
      *    FOR THE PERCENT COLUMN PRINTS AS 99999.99.
       3200-PRINT-VARIANCE-LINE.
           SUBTRACT WS-LINE-BUDGET FROM WS-LINE-ACTUAL
               GIVING WS-VARIANCE
           MOVE WS-LINE-ACTUAL TO VD-ACTUAL
           MOVE WS-LINE-BUDGET TO VD-BUDGET
           MOVE WS-VARIANCE    TO VD-VARIANCE
           EVALUATE TRUE
               WHEN WS-MASTER-PAST-PERIOD
                   MOVE "** MASTER PAST PERIOD" TO VD-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-LINE-BUDGET = 0 AND WS-LINE-ACTUAL = 0
                   CONTINUE
               WHEN WS-LINE-BUDGET = 0
                   MOVE "** NO BUDGET" TO VD-FLAG
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN OTHER
                   MOVE WS-LINE-BUDGET TO WS-BUDGET-ABS
                   COMPUTE WS-VARIANCE-PCT ROUNDED =
                       WS-VARIANCE * 100 / WS-BUDGET-ABS
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-VARIANCE-PCT
                           IF WS-VARIANCE < 0
                               COMPUTE WS-VARIANCE-PCT =
                                   0 - WS-VARIANCE-PCT
                           END-IF
                   END-COMPUTE
                   MOVE WS-VARIANCE-PCT TO VD-PERCENT
                   MOVE WS-VARIANCE-PCT TO WS-PCT-ABS
                   IF WS-PCT-ABS > WS-TOLERANCE-PCT
                       IF WS-HAS-ACTIVITY
                           MOVE "** OVER TOLERANCE" TO VD-FLAG
                       ELSE
                           MOVE "** NO ACTIVITY" TO VD-FLAG
                       END-IF
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
           END-EVALUATE
           MOVE WS-VARIANCE-DETAIL TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC.

      *    A BALANCE WHOSE ACCOUNT HAS BEEN DELETED FROM ACCTMST
      *    STILL PRINTS -- A DELETED ACCOUNT MUST NOT HIDE MONEY.
       4000-REPORT-ORPHAN-BALANCES.
           MOVE 0 TO WS-ORPHAN-SUB
           PERFORM 4050-CHECK-ORPHAN-BALANCE WS-BALANCE-COUNT TIMES.

       4050-CHECK-ORPHAN-BALANCE.
           ADD 1 TO WS-ORPHAN-SUB
           IF BT-PRINTED(WS-ORPHAN-SUB) = "N"
               MOVE BT-ACCOUNT(WS-ORPHAN-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 4100-REPORT-ORPHAN
           END-IF.

      *    SO DOES A BUDGET WHOSE ACCOUNT HAS BEEN DELETED.
       4500-REPORT-ORPHAN-BUDGETS.
           MOVE 0 TO WS-ORPHAN-SUB
           PERFORM 4550-CHECK-ORPHAN-BUDGET WS-BUDGET-COUNT TIMES.

       4550-CHECK-ORPHAN-BUDGET.
           ADD 1 TO WS-ORPHAN-SUB
           IF BB-PRINTED(WS-ORPHAN-SUB) = "N"
               MOVE BB-ACCOUNT(WS-ORPHAN-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 4100-REPORT-ORPHAN
           END-IF.

      *    AN ORPHAN BALANCE PICKS UP ITS BUDGET, IF ANY, THROUGH THE
      *    SAME LOOKUP AS AN ACCTMST ACCOUNT, SO AN ORPHAN BUDGET
      *    NEVER HAS A BALANCE LEFT UNREPORTED.
       4100-REPORT-ORPHAN.
           PERFORM 2200-FIND-ACCOUNT
           MOVE SPACES TO WS-VARIANCE-DETAIL
           MOVE WS-LOOKUP-ACCOUNT TO VD-ACCOUNT
           MOVE "** NOT ON ACCOUNT MASTER" TO VD-DESC
           PERFORM 3000-REPORT-ACCOUNT
           ADD 1 TO WS-ORPHAN-COUNT.

       7000-PRINT-TOTALS.
           MOVE SPACES TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO WS-VARIANCE-DETAIL
           MOVE "REPORT TOTAL" TO VD-DESC
           MOVE "PTD" TO VD-BASIS
           MOVE WS-TOT-PTD-ACTUAL TO VD-ACTUAL
           MOVE WS-TOT-PTD-BUDGET TO VD-BUDGET
           SUBTRACT WS-TOT-PTD-BUDGET FROM WS-TOT-PTD-ACTUAL
               GIVING WS-VARIANCE
           MOVE WS-VARIANCE TO VD-VARIANCE
           MOVE WS-VARIANCE-DETAIL TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO WS-VARIANCE-DETAIL
           MOVE "YTD" TO VD-BASIS
           MOVE WS-TOT-YTD-ACTUAL TO VD-ACTUAL
           MOVE WS-TOT-YTD-BUDGET TO VD-BUDGET
           SUBTRACT WS-TOT-YTD-BUDGET FROM WS-TOT-YTD-ACTUAL
               GIVING WS-VARIANCE
           MOVE WS-VARIANCE TO VD-VARIANCE
           MOVE WS-VARIANCE-DETAIL TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC.

       8000-WRAP-UP.
           MOVE SPACES TO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           STRING "ACCOUNTS REPORTED : " DELIMITED BY SIZE
                   WS-ACCOUNT-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           STRING "LINES FLAGGED     : " DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           STRING "ACTUALS NO BUDGET : " DELIMITED BY SIZE
                   WS-UNBUDGETED-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           STRING "BUDGET NO ACTIVITY: " DELIMITED BY SIZE
                   WS-INACTIVE-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           MOVE SPACES TO VARIANCE-RPT-REC
           STRING "NOT ON ACCTMST    : " DELIMITED BY SIZE
                   WS-ORPHAN-COUNT DELIMITED BY SIZE
                   INTO VARIANCE-RPT-REC
           WRITE VARIANCE-RPT-REC
           IF WS-PAST-COUNT > 0
               MOVE SPACES TO VARIANCE-RPT-REC
               WRITE VARIANCE-RPT-REC
               MOVE SPACES TO VARIANCE-RPT-REC
               STRING "*** " DELIMITED BY SIZE
                       WS-PAST-COUNT DELIMITED BY SIZE
                       " ACCOUNTS ALREADY PAST PERIOD ON BALMST - "
                       DELIMITED BY SIZE
                       "ACTUALS INCOMPLETE ***" DELIMITED BY SIZE
                       INTO VARIANCE-RPT-REC
               WRITE VARIANCE-RPT-REC
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE VARIANCE-RPT.
