       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALLOCATE.
      *REMARKS.
      *    MONTH-END COST ALLOCATION.  SPREADS THE SHARED COSTS THAT
      *    BUILD UP IN POOL ACCOUNTS (IT, FACILITIES, HEAD-OFFICE
      *    OVERHEAD) TO THE BRANCH AND DEPARTMENT ACCOUNTS THAT USE
      *    THEM, IN PLACE OF THE SPREADSHEET AND HAND-KEYED JOURNAL
      *    THAT USED TO DO IT EVERY MONTH.
      *
      *    ALOCPARM IS A ONE-LINE PARAMETER, REQUIRED: COLUMNS 1-6
      *    THE PERIOD BEING ALLOCATED (YYYYMM).  THE ALLOCATION
      *    RULES (ALOCRULE -- SEE THE ALOCRULE COPYBOOK FOR THE
      *    FIXED-PERCENTAGE AND ACTIVITY-DRIVER BASES AND THE
      *    ROUNDING TARGET) NAME EACH POOL AND ITS TARGETS.
      *
      *    EACH POOL'S BALANCE -- ITS YEAR-TO-DATE NET, DEBITS LESS
      *    CREDITS, FOR THE PERIOD'S YEAR -- IS READ FROM THE BALANCE
      *    MASTER (BALMST, THE CURRENT GENERATION WRITTEN BY
      *    GLBALUPD) AND SPREAD OVER ITS TARGETS.  EVERY TARGET BUT
      *    THE ROUNDING TARGET GETS ITS SHARE ROUNDED TO THE CENT;
      *    THE ROUNDING TARGET GETS WHAT IS LEFT, SO THE TARGETS ADD
      *    UP TO THE POOL EXACTLY AND THE OFFSETTING ENTRY CLEARS
      *    THE POOL TO ZERO.  A POOL CARRYING A DEBIT BALANCE IS
      *    CREDITED AND ITS TARGETS DEBITED; A CREDIT BALANCE IS
      *    SPREAD THE OTHER WAY.  A POOL ALREADY AT ZERO -- INCLUDING
      *    ONE WHOSE ALLOCATION FOR THE PERIOD HAS ALREADY POSTED --
      *    HAS NOTHING TO SPREAD.
      *
      *    THE BATCH (GLALCOUT) IS WRITTEN ALREADY BALANCED, THE WAY
      *    YECLOSE WRITES ITS CLOSING BATCH -- GLBATCH HEADER,
      *    GLFEED DETAILS, AND A TRAILER WITH THE COUNT AND UNSIGNED
      *    AMOUNT HASH -- WITH SOURCE ALC AND THE HEADER AND DETAILS
      *    DATED THE LAST DAY OF THE PERIOD, SO GLBALUPD POSTS IT
      *    INTO THE PERIOD BEING ALLOCATED.  A JOURNAL WORK FILE
      *    (JRNLALC, ONE POSTJRNL RECORD PER DETAIL IN THE SAME
      *    ORDER) GOES WITH IT FOR GLBALUPD'S JOURNAL STEP.  AN
      *    ENTRY ABOVE 99999.99 GOES OUT AS A LARGE-VALUE DETAIL
      *    (GL-LARGE-VALUE, SEE GLFEED); ONLY AN ENTRY LARGER THAN
      *    9999999.99 IS WRITTEN AS SEVERAL DETAILS ON THE SAME
      *    ACCOUNT AND SIDE THAT ADD UP TO IT.
      *
      *    THE RUN IS REFUSED -- NO BATCH, RETURN-CODE 8 -- WHEN THE
      *    PERIOD HAS NOT YET ENDED, WHEN THE BALANCE MASTER HAS
      *    ALREADY TAKEN A BATCH FOR A LATER PERIOD, WHEN THERE ARE
      *    NO RULES, OR WHEN ANY RULE IS IN ERROR: A FIXED-BASIS POOL
      *    WHOSE PERCENTAGES DO NOT TOTAL 100.00, A POOL WITHOUT
      *    EXACTLY ONE ROUNDING TARGET OR WITH MIXED BASES, A TARGET
      *    THAT IS NOT ON ACCTMST, IS CLOSED, OR HAS AN END DATE
      *    BEFORE THE END OF THE PERIOD, A POOL NOT ON ACCTMST, OR
      *    AN ACTIVITY-BASIS POOL WHOSE TARGETS HAD NO ACTIVITY.
      *    EVERY RULE ERROR IS LISTED BEFORE THE RUN STOPS, SO THE
      *    RULES CAN BE PUT RIGHT IN ONE GO.
      *
      *    THE ALLOCATION REGISTER (ALOCRPT) SHOWS, FOR FINANCE
      *    SIGN-OFF, EVERY POOL AND EACH OF ITS TARGETS WITH THE
      *    BASIS, THE TARGET'S DRIVER ACTIVITY, ITS PERCENTAGE, THE
      *    SIDE AND AMOUNT OF ITS ENTRY, AND WHICH TARGET TOOK THE
      *    ROUNDING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOC-PARM ASSIGN TO ALOCPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ALLOC-RULES ASSIGN TO ALOCRULE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.
           SELECT BAL-MASTER ASSIGN TO BALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT ALLOC-BATCH ASSIGN TO GLALCOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO JRNLALC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT ALLOC-RPT ASSIGN TO ALOCRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALLOC-PARM
           RECORDING MODE IS F.
       01  ALLOC-PARM-REC             PIC X(20).

       FD  ALLOC-RULES
           RECORDING MODE IS F.
       01  ALLOC-RULES-REC            PIC X(80).

       FD  BAL-MASTER
           RECORDING MODE IS F.
       01  BAL-MASTER-REC             PIC X(74).

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  ALLOC-BATCH
           RECORDING MODE IS F.
       01  ALLOC-BATCH-REC            PIC X(32).

       FD  JOURNAL-WORK
           RECORDING MODE IS F.
       01  JOURNAL-WORK-REC           PIC X(80).

       FD  ALLOC-RPT
           RECORDING MODE IS F.
       01  ALLOC-RPT-REC              PIC X(132).

       WORKING-STORAGE SECTION.
       COPY ALOCRULE.
       COPY BALMST.
       COPY GLFEED.
       COPY GLBATCH.
       COPY POSTJRNL.

       01  WS-PARM-STATUS             PIC XX.
           88  WS-PARM-OK             VALUE "00".
       01  WS-RULE-STATUS             PIC XX.
           88  WS-RULE-OK             VALUE "00".
       01  WS-BALM-STATUS             PIC XX.
           88  WS-BALM-OK             VALUE "00".
           88  WS-BALM-NOT-FOUND      VALUE "35".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
       01  WS-BATCH-STATUS            PIC XX.
           88  WS-BATCH-OK            VALUE "00".
       01  WS-JRNL-STATUS             PIC XX.
           88  WS-JRNL-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-REFUSE-SWITCH           PIC X       VALUE "N".
           88  WS-RUN-REFUSED         VALUE "Y".
       01  WS-REFUSE-REASON           PIC X(60)   VALUE SPACES.

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-ALLOC-PERIOD            PIC X(6)    VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-ALLOC-PERIOD.
           05  WS-ALLOC-YEAR          PIC 9(4).
           05  WS-ALLOC-MONTH         PIC 9(2).
       01  WS-PERIOD-END-DATE         PIC X(8)    VALUE SPACES.
       01  WS-BATCH-DATE              PIC X(8)    VALUE SPACES.
       01  WS-BATCH-TIME              PIC X(6)    VALUE SPACES.

      *    CALENDAR WORK FIELDS FOR THE LAST DAY OF THE PERIOD.
       01  WS-DAYS-IN-MONTH           PIC 9(2)    VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(4)    VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(4)    VALUE 0.

      *    THE BALANCE MASTER IN MEMORY, AS IN YECLOSE.
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

      *    ONE ENTRY PER RULE RECORD, IN ALOCRULE ORDER.  RL-POOL-SUB
      *    POINTS AT THE RULE'S POOL; THE DRIVER, PERCENTAGE AND
      *    AMOUNT ARE FILLED IN WHEN THE POOL IS SPREAD.
       01  WS-RULE-MAX                PIC 9(4)    VALUE 500.
       01  WS-RULE-COUNT              PIC 9(4)    VALUE 0.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 500 TIMES.
               10  RL-POOL            PIC X(10).
               10  RL-POOL-SUB        PIC 9(4).
               10  RL-TARGET          PIC X(10).
               10  RL-TARGET-DESC     PIC X(30).
               10  RL-BASIS           PIC X.
               10  RL-PERCENT         PIC 9(3)V99.
               10  RL-ROUNDING        PIC X.
               10  RL-DRIVER          PIC 9(13)V99.
               10  RL-SHARE-PERCENT   PIC 9(3)V99.
               10  RL-AMOUNT          PIC 9(13)V99.

      *    ONE ENTRY PER POOL, IN THE ORDER THE POOLS FIRST APPEAR.
       01  WS-POOL-MAX                PIC 9(4)    VALUE 100.
       01  WS-POOL-COUNT              PIC 9(4)    VALUE 0.
       01  WS-POOL-TABLE.
           05  WS-POOL-ENTRY OCCURS 100 TIMES.
               10  PL-ACCOUNT         PIC X(10).
               10  PL-DESC            PIC X(30).
               10  PL-BASIS           PIC X.
               10  PL-TARGET-COUNT    PIC 9(4).
               10  PL-PERCENT-TOTAL   PIC 9(5)V99.
               10  PL-ROUNDING-COUNT  PIC 9(4).
               10  PL-ROUNDING-SUB    PIC 9(4).
               10  PL-NET             PIC S9(12)V99.
               10  PL-AMOUNT          PIC 9(13)V99.
               10  PL-DC-IND          PIC X.
               10  PL-DRIVER-TOTAL    PIC 9(13)V99.
               10  PL-ALLOCATED       PIC 9(13)V99.

       01  WS-SUB                     PIC 9(4)    VALUE 0.
       01  WS-RULE-SUB                PIC 9(4)    VALUE 0.
       01  WS-POOL-SUB                PIC 9(4)    VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)    VALUE 0.
       01  WS-LOOKUP-ACCOUNT          PIC X(10)   VALUE SPACES.
       01  WS-RULE-ERROR-COUNT        PIC 9(7)    VALUE 0.
       01  WS-ERROR-TEXT              PIC X(40)   VALUE SPACES.
       01  WS-ERROR-POOL              PIC X(10)   VALUE SPACES.
       01  WS-ERROR-TARGET            PIC X(10)   VALUE SPACES.
       01  WS-EDIT-PERCENT            PIC ZZ,ZZ9.99.
       01  WS-REMAINDER               PIC S9(13)V99 VALUE 0.

       01  WS-ENTRY-ACCOUNT           PIC X(10)   VALUE SPACES.
       01  WS-ENTRY-DC-IND            PIC X       VALUE SPACE.
       01  WS-ENTRY-AMOUNT            PIC 9(13)V99 VALUE 0.
       01  WS-ENTRY-REMAINING         PIC 9(13)V99 VALUE 0.
       01  WS-PIECE-MAX               PIC 9(7)V99 VALUE 9999999.99.
       01  WS-PIECE-AMOUNT            PIC 9(7)V99 VALUE 0.
       01  WS-PIECE-AREA              PIC X(10).
       01  WS-PIECE-STANDARD REDEFINES WS-PIECE-AREA
                                      PIC 9(5)V99.

       01  WS-POOLS-ALLOCATED         PIC 9(7)    VALUE 0.
       01  WS-DETAIL-COUNT            PIC 9(7)    VALUE 0.
       01  WS-DETAIL-HASH             PIC 9(11)V99 VALUE 0.
       01  WS-JOURNAL-COUNT           PIC 9(7)    VALUE 0.
       01  WS-TOT-DEBITS              PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITS             PIC 9(13)V99 VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(34)   VALUE
               "MONTH-END COST ALLOCATION PERIOD ".
           05  HD-PERIOD              PIC X(6).
           05  FILLER                 PIC X(14)   VALUE
               "   BATCH DATE ".
           05  HD-END-DATE            PIC X(8).

       01  WS-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "POOL".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "TARGET".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "BASIS".
           05  FILLER                 PIC X(16)   VALUE
               " DRIVER ACTIVITY".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "   PCT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE "SIDE".
           05  FILLER                 PIC X(16)   VALUE
               "          AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "NOTE".

       01  WS-REGISTER-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RG-POOL                PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-TARGET              PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-DESC                PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-BASIS               PIC X(8).
           05  RG-DRIVER              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-PERCENT             PIC ZZ9.99.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RG-DC-IND              PIC X.
           05  FILLER                 PIC X       VALUE SPACES.
           05  RG-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-NOTE                PIC X(8).

       01  WS-TOTAL-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  TL-LABEL               PIC X(22).
           05  TL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-RULES
           PERFORM 3000-CHECK-ACCOUNTS
           IF NOT WS-RUN-REFUSED
               PERFORM 4000-PRICE-POOLS
           END-IF
           IF NOT WS-RUN-REFUSED
               PERFORM 5000-WRITE-ALLOCATION-BATCH
           END-IF
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT ALLOC-RPT
           IF NOT WS-RPT-OK
               DISPLAY "ALLOCATE: UNABLE TO OPEN ALOCRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-ALLOC-PARM
           MOVE WS-ALLOC-PERIOD    TO HD-PERIOD
           MOVE WS-PERIOD-END-DATE TO HD-END-DATE
           MOVE WS-HEADING-1 TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           MOVE SPACES TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           PERFORM 1200-LOAD-BALANCE-MASTER
           PERFORM 1300-LOAD-RULES.

      *    ALOCPARM IS REQUIRED -- AN ALLOCATION MUST NAME ITS PERIOD
      *    EXPLICITLY.
       1100-READ-ALLOC-PARM.
           OPEN INPUT ALLOC-PARM
           IF WS-PARM-OK
               READ ALLOC-PARM
                   NOT AT END
                       MOVE ALLOC-PARM-REC(1:6) TO WS-ALLOC-PERIOD
               END-READ
               CLOSE ALLOC-PARM
           END-IF
           IF WS-ALLOC-PERIOD IS NOT NUMERIC
               DISPLAY "ALLOCATE: NO VALID PERIOD ON ALOCPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ALLOC-MONTH < 01 OR WS-ALLOC-MONTH > 12
               DISPLAY "ALLOCATE: NO VALID PERIOD ON ALOCPARM"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-SET-DAYS-IN-MONTH
           STRING WS-ALLOC-PERIOD DELIMITED BY SIZE
                   WS-DAYS-IN-MONTH DELIMITED BY SIZE
                   INTO WS-PERIOD-END-DATE.

      *    FEBRUARY GETS 29 DAYS IN A LEAP YEAR: DIVISIBLE BY 4,
      *    EXCEPT CENTURIES, EXCEPT EVERY FOURTH CENTURY.
       1150-SET-DAYS-IN-MONTH.
           EVALUATE WS-ALLOC-MONTH
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 02
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-ALLOC-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-ALLOC-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-ALLOC-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       1200-LOAD-BALANCE-MASTER.
           OPEN INPUT BAL-MASTER
           IF WS-BALM-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BALM-OK
                   DISPLAY "ALLOCATE: UNABLE TO OPEN BALMST, FILE "
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
                       DISPLAY "ALLOCATE: BALANCE TABLE FULL AT "
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
           END-READ.

      *    ALOCRULE IS REQUIRED.  EACH RULE IS CHECKED ON ITS OWN AS
      *    IT IS LOADED; THE CHECKS ACROSS A WHOLE POOL COME LATER.
       1300-LOAD-RULES.
           OPEN INPUT ALLOC-RULES
           IF NOT WS-RULE-OK
               DISPLAY "ALLOCATE: UNABLE TO OPEN ALOCRULE, FILE STATUS "
                       WS-RULE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-LOAD-RULE-RECORD UNTIL NOT WS-RULE-OK
           CLOSE ALLOC-RULES.

       1350-LOAD-RULE-RECORD.
           READ ALLOC-RULES
               NOT AT END
                   MOVE ALLOC-RULES-REC TO ALLOC-RULE-RECORD
                   IF AR-POOL-ACCOUNT NOT = SPACES
                       PERFORM 1400-STORE-RULE
                   END-IF
           END-READ.

       1400-STORE-RULE.
           IF WS-RULE-COUNT >= WS-RULE-MAX
               DISPLAY "ALLOCATE: RULE TABLE FULL AT "
                       WS-RULE-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AR-POOL-ACCOUNT   TO WS-ERROR-POOL
           MOVE AR-TARGET-ACCOUNT TO WS-ERROR-TARGET
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 1450-SCAN-FOR-DUPLICATE WS-RULE-COUNT TIMES
           EVALUATE TRUE
               WHEN AR-TARGET-ACCOUNT = SPACES
                   MOVE "NO TARGET ACCOUNT" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN AR-TARGET-ACCOUNT = AR-POOL-ACCOUNT
                   MOVE "TARGET IS THE POOL ITSELF" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN WS-FOUND-SUB > 0
                   MOVE "TARGET LISTED TWICE FOR POOL" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN NOT AR-BASIS-VALID
                   MOVE "BASIS NOT F OR A" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN AR-BASIS-FIXED AND AR-PERCENT IS NOT NUMERIC
                   MOVE "PERCENTAGE NOT NUMERIC" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   MOVE AR-POOL-ACCOUNT TO RL-POOL(WS-RULE-COUNT)
                   MOVE AR-TARGET-ACCOUNT TO RL-TARGET(WS-RULE-COUNT)
                   MOVE SPACES TO RL-TARGET-DESC(WS-RULE-COUNT)
                   MOVE AR-BASIS TO RL-BASIS(WS-RULE-COUNT)
                   IF AR-BASIS-FIXED
                       MOVE AR-PERCENT TO RL-PERCENT(WS-RULE-COUNT)
                   ELSE
                       MOVE 0 TO RL-PERCENT(WS-RULE-COUNT)
                   END-IF
                   MOVE AR-ROUNDING TO RL-ROUNDING(WS-RULE-COUNT)
                   MOVE 0 TO RL-DRIVER(WS-RULE-COUNT)
                   MOVE 0 TO RL-SHARE-PERCENT(WS-RULE-COUNT)
                   MOVE 0 TO RL-AMOUNT(WS-RULE-COUNT)
                   PERFORM 1500-FIND-OR-ADD-POOL
                   MOVE WS-POOL-SUB TO RL-POOL-SUB(WS-RULE-COUNT)
           END-EVALUATE.

       1450-SCAN-FOR-DUPLICATE.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND RL-POOL(WS-SUB) = AR-POOL-ACCOUNT
           AND RL-TARGET(WS-SUB) = AR-TARGET-ACCOUNT
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

      *    THE FIRST RULE OF A POOL SETS ITS BASIS; A LATER RULE ON
      *    ANOTHER BASIS IS AN ERROR.
       1500-FIND-OR-ADD-POOL.
           MOVE 0 TO WS-POOL-SUB
           MOVE 0 TO WS-SUB
           PERFORM 1550-SCAN-POOL-TABLE WS-POOL-COUNT TIMES
           IF WS-POOL-SUB = 0
               IF WS-POOL-COUNT >= WS-POOL-MAX
                   DISPLAY "ALLOCATE: POOL TABLE FULL AT "
                           WS-POOL-MAX " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-POOL-COUNT
               MOVE WS-POOL-COUNT TO WS-POOL-SUB
               MOVE AR-POOL-ACCOUNT TO PL-ACCOUNT(WS-POOL-SUB)
               MOVE SPACES TO PL-DESC(WS-POOL-SUB)
               MOVE AR-BASIS TO PL-BASIS(WS-POOL-SUB)
               MOVE 0 TO PL-TARGET-COUNT(WS-POOL-SUB)
               MOVE 0 TO PL-PERCENT-TOTAL(WS-POOL-SUB)
               MOVE 0 TO PL-ROUNDING-COUNT(WS-POOL-SUB)
               MOVE 0 TO PL-ROUNDING-SUB(WS-POOL-SUB)
               MOVE 0 TO PL-NET(WS-POOL-SUB)
               MOVE 0 TO PL-AMOUNT(WS-POOL-SUB)
               MOVE SPACE TO PL-DC-IND(WS-POOL-SUB)
               MOVE 0 TO PL-DRIVER-TOTAL(WS-POOL-SUB)
               MOVE 0 TO PL-ALLOCATED(WS-POOL-SUB)
           END-IF
           ADD 1 TO PL-TARGET-COUNT(WS-POOL-SUB)
           ADD RL-PERCENT(WS-RULE-COUNT)
               TO PL-PERCENT-TOTAL(WS-POOL-SUB)
           IF AR-ROUNDING-TARGET
               ADD 1 TO PL-ROUNDING-COUNT(WS-POOL-SUB)
               MOVE WS-RULE-COUNT TO PL-ROUNDING-SUB(WS-POOL-SUB)
           END-IF
           IF AR-BASIS NOT = PL-BASIS(WS-POOL-SUB)
               MOVE "BASIS DIFFERS FROM POOL'S OTHER RULES"
                   TO WS-ERROR-TEXT
               PERFORM 2900-WRITE-RULE-ERROR
           END-IF.

       1550-SCAN-POOL-TABLE.
           ADD 1 TO WS-SUB
           IF WS-POOL-SUB = 0
           AND PL-ACCOUNT(WS-SUB) = AR-POOL-ACCOUNT
               MOVE WS-SUB TO WS-POOL-SUB
           END-IF.

      *    THE RUN-LEVEL CHECKS REFUSE THE RUN OUTRIGHT; THE CHECKS
      *    ACROSS EACH POOL'S RULES ARE LISTED AS RULE ERRORS.
       2000-CHECK-RULES.
           IF WS-RULE-COUNT = 0
           AND WS-RULE-ERROR-COUNT = 0
               SET WS-RUN-REFUSED TO TRUE
               MOVE "NO ALLOCATION RULES ON ALOCRULE"
                   TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-RUN-REFUSED
           AND WS-RUN-DATE < WS-PERIOD-END-DATE
               SET WS-RUN-REFUSED TO TRUE
               MOVE "PERIOD HAS NOT YET ENDED" TO WS-REFUSE-REASON
           END-IF
           IF NOT WS-RUN-REFUSED
               MOVE 0 TO WS-FOUND-SUB
               MOVE 0 TO WS-SUB
               PERFORM 2100-CHECK-MASTER-PERIOD WS-BALANCE-COUNT TIMES
               IF WS-FOUND-SUB > 0
                   SET WS-RUN-REFUSED TO TRUE
                   STRING "BALANCE MASTER ALREADY IN " DELIMITED BY SIZE
                           BT-PERIOD(WS-FOUND-SUB) DELIMITED BY SIZE
                           ", ACCOUNT " DELIMITED BY SIZE
                           BT-ACCOUNT(WS-FOUND-SUB) DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
               END-IF
           END-IF
           MOVE 0 TO WS-POOL-SUB
           PERFORM 2200-CHECK-POOL-RULES WS-POOL-COUNT TIMES.

       2100-CHECK-MASTER-PERIOD.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND BT-PERIOD(WS-SUB) > WS-ALLOC-PERIOD
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

       2200-CHECK-POOL-RULES.
           ADD 1 TO WS-POOL-SUB
           MOVE PL-ACCOUNT(WS-POOL-SUB) TO WS-ERROR-POOL
           MOVE SPACES TO WS-ERROR-TARGET
           IF PL-BASIS(WS-POOL-SUB) = "F"
           AND PL-PERCENT-TOTAL(WS-POOL-SUB) NOT = 100
               MOVE PL-PERCENT-TOTAL(WS-POOL-SUB) TO WS-EDIT-PERCENT
               MOVE SPACES TO WS-ERROR-TEXT
               STRING "PERCENTAGES TOTAL " DELIMITED BY SIZE
                       WS-EDIT-PERCENT DELIMITED BY SIZE
                       ", NOT 100.00" DELIMITED BY SIZE
                       INTO WS-ERROR-TEXT
               PERFORM 2900-WRITE-RULE-ERROR
           END-IF
           IF PL-ROUNDING-COUNT(WS-POOL-SUB) = 0
               MOVE "NO ROUNDING TARGET" TO WS-ERROR-TEXT
               PERFORM 2900-WRITE-RULE-ERROR
           END-IF
           IF PL-ROUNDING-COUNT(WS-POOL-SUB) > 1
               MOVE "MORE THAN ONE ROUNDING TARGET" TO WS-ERROR-TEXT
               PERFORM 2900-WRITE-RULE-ERROR
           END-IF.

       2900-WRITE-RULE-ERROR.
           ADD 1 TO WS-RULE-ERROR-COUNT
           MOVE SPACES TO ALLOC-RPT-REC
           STRING "** " DELIMITED BY SIZE
                   WS-ERROR-TEXT DELIMITED BY SIZE
                   "  POOL " DELIMITED BY SIZE
                   WS-ERROR-POOL DELIMITED BY SIZE
                   "  TARGET " DELIMITED BY SIZE
                   WS-ERROR-TARGET DELIMITED BY SIZE
                   INTO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC.

      *    EVERY POOL MUST BE ON ACCTMST, AND EVERY TARGET MUST BE ON
      *    ACCTMST, OPEN, AND NOT ENDED BEFORE THE ALLOCATION DATE.
      *    ANY RULE ERROR, HERE OR EARLIER, STOPS THE RUN.
       3000-CHECK-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "ALLOCATE: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-POOL-SUB
           PERFORM 3100-CHECK-POOL-ACCOUNT WS-POOL-COUNT TIMES
           MOVE 0 TO WS-RULE-SUB
           PERFORM 3200-CHECK-TARGET-ACCOUNT WS-RULE-COUNT TIMES
           CLOSE ACCT-MASTER
           IF NOT WS-RUN-REFUSED
           AND WS-RULE-ERROR-COUNT > 0
               SET WS-RUN-REFUSED TO TRUE
               MOVE "ALLOCATION RULES IN ERROR" TO WS-REFUSE-REASON
           END-IF.

       3100-CHECK-POOL-ACCOUNT.
           ADD 1 TO WS-POOL-SUB
           MOVE PL-ACCOUNT(WS-POOL-SUB) TO AM-ACCOUNT
           READ ACCT-MASTER
           IF WS-ACCT-OK
               MOVE AM-DESC TO PL-DESC(WS-POOL-SUB)
           ELSE
               MOVE PL-ACCOUNT(WS-POOL-SUB) TO WS-ERROR-POOL
               MOVE SPACES TO WS-ERROR-TARGET
               MOVE "POOL ACCOUNT NOT ON ACCTMST" TO WS-ERROR-TEXT
               PERFORM 2900-WRITE-RULE-ERROR
           END-IF.

       3200-CHECK-TARGET-ACCOUNT.
           ADD 1 TO WS-RULE-SUB
           MOVE RL-POOL(WS-RULE-SUB)   TO WS-ERROR-POOL
           MOVE RL-TARGET(WS-RULE-SUB) TO WS-ERROR-TARGET
           MOVE RL-TARGET(WS-RULE-SUB) TO AM-ACCOUNT
           READ ACCT-MASTER
           EVALUATE TRUE
               WHEN NOT WS-ACCT-OK
                   MOVE "TARGET ACCOUNT NOT ON ACCTMST"
                       TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN AM-CLOSED
                   MOVE "TARGET ACCOUNT IS CLOSED" TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN AM-END-DATE NOT = SPACES
               AND AM-END-DATE < WS-PERIOD-END-DATE
                   MOVE "TARGET ACCOUNT ENDED BEFORE PERIOD END"
                       TO WS-ERROR-TEXT
                   PERFORM 2900-WRITE-RULE-ERROR
               WHEN OTHER
                   MOVE AM-DESC TO RL-TARGET-DESC(WS-RULE-SUB)
           END-EVALUATE.

      *    EACH POOL'S BALANCE AND EACH TARGET'S DRIVER ACTIVITY ARE
      *    TAKEN FROM THE BALANCE MASTER, THEN THE POOL IS SPREAD.  A
      *    BALANCE FROM AN EARLIER YEAR HAS BEEN ROLLED AWAY, AND
      *    PERIOD-TO-DATE FIGURES FROM AN EARLIER PERIOD ARE NOT THIS
      *    PERIOD'S ACTIVITY.
       4000-PRICE-POOLS.
           MOVE 0 TO WS-RULE-SUB
           PERFORM 4100-SET-DRIVER WS-RULE-COUNT TIMES
           MOVE 0 TO WS-POOL-SUB
           PERFORM 4200-PRICE-POOL WS-POOL-COUNT TIMES.

       4100-SET-DRIVER.
           ADD 1 TO WS-RULE-SUB
           MOVE RL-POOL-SUB(WS-RULE-SUB) TO WS-POOL-SUB
           IF PL-BASIS(WS-POOL-SUB) = "A"
               MOVE RL-TARGET(WS-RULE-SUB) TO WS-LOOKUP-ACCOUNT
               PERFORM 4900-FIND-BALANCE
               IF WS-FOUND-SUB > 0
               AND BT-PERIOD(WS-FOUND-SUB) = WS-ALLOC-PERIOD
                   ADD BT-PTD-DEBITS(WS-FOUND-SUB)
                       BT-PTD-CREDITS(WS-FOUND-SUB)
                       GIVING RL-DRIVER(WS-RULE-SUB)
                   ADD RL-DRIVER(WS-RULE-SUB)
                       TO PL-DRIVER-TOTAL(WS-POOL-SUB)
               END-IF
           END-IF.

       4200-PRICE-POOL.
           ADD 1 TO WS-POOL-SUB
           MOVE PL-ACCOUNT(WS-POOL-SUB) TO WS-LOOKUP-ACCOUNT
           PERFORM 4900-FIND-BALANCE
           IF WS-FOUND-SUB > 0
           AND BT-YEAR(WS-FOUND-SUB) = WS-ALLOC-PERIOD(1:4)
               SUBTRACT BT-YTD-CREDITS(WS-FOUND-SUB)
                   FROM BT-YTD-DEBITS(WS-FOUND-SUB)
                   GIVING PL-NET(WS-POOL-SUB)
           END-IF
           MOVE PL-NET(WS-POOL-SUB) TO PL-AMOUNT(WS-POOL-SUB)
           IF PL-NET(WS-POOL-SUB) > 0
               MOVE "C" TO PL-DC-IND(WS-POOL-SUB)
           ELSE
               MOVE "D" TO PL-DC-IND(WS-POOL-SUB)
           END-IF
           IF PL-AMOUNT(WS-POOL-SUB) > 0
               IF PL-BASIS(WS-POOL-SUB) = "A"
               AND PL-DRIVER-TOTAL(WS-POOL-SUB) = 0
                   IF NOT WS-RUN-REFUSED
                       SET WS-RUN-REFUSED TO TRUE
                       STRING "NO TARGET ACTIVITY FOR POOL "
                               DELIMITED BY SIZE
                               PL-ACCOUNT(WS-POOL-SUB)
                               DELIMITED BY SIZE
                               INTO WS-REFUSE-REASON
                   END-IF
               ELSE
                   PERFORM 4300-SPREAD-POOL
               END-IF
           END-IF.

      *    EVERY TARGET BUT THE ROUNDING TARGET GETS ITS ROUNDED
      *    SHARE; THE ROUNDING TARGET GETS THE REST OF THE POOL.
       4300-SPREAD-POOL.
           MOVE 0 TO WS-RULE-SUB
           PERFORM 4400-PRICE-TARGET WS-RULE-COUNT TIMES
           MOVE PL-ROUNDING-SUB(WS-POOL-SUB) TO WS-RULE-SUB
           SUBTRACT PL-ALLOCATED(WS-POOL-SUB)
               FROM PL-AMOUNT(WS-POOL-SUB)
               GIVING WS-REMAINDER
           IF WS-REMAINDER < 0
               IF NOT WS-RUN-REFUSED
                   SET WS-RUN-REFUSED TO TRUE
                   STRING "ROUNDING TARGET WOULD GO NEGATIVE, POOL "
                           DELIMITED BY SIZE
                           PL-ACCOUNT(WS-POOL-SUB) DELIMITED BY SIZE
                           INTO WS-REFUSE-REASON
               END-IF
           ELSE
               MOVE WS-REMAINDER TO RL-AMOUNT(WS-RULE-SUB)
               ADD WS-REMAINDER TO PL-ALLOCATED(WS-POOL-SUB)
               PERFORM 4500-SET-SHARE-PERCENT
           END-IF.

       4400-PRICE-TARGET.
           ADD 1 TO WS-RULE-SUB
           IF RL-POOL-SUB(WS-RULE-SUB) = WS-POOL-SUB
           AND WS-RULE-SUB NOT = PL-ROUNDING-SUB(WS-POOL-SUB)
               IF PL-BASIS(WS-POOL-SUB) = "F"
                   COMPUTE RL-AMOUNT(WS-RULE-SUB) ROUNDED =
                       PL-AMOUNT(WS-POOL-SUB)
                       * RL-PERCENT(WS-RULE-SUB) / 100
               ELSE
                   COMPUTE RL-AMOUNT(WS-RULE-SUB) ROUNDED =
                       PL-AMOUNT(WS-POOL-SUB)
                       * RL-DRIVER(WS-RULE-SUB)
                       / PL-DRIVER-TOTAL(WS-POOL-SUB)
               END-IF
               ADD RL-AMOUNT(WS-RULE-SUB) TO PL-ALLOCATED(WS-POOL-SUB)
               PERFORM 4500-SET-SHARE-PERCENT
           END-IF.

       4500-SET-SHARE-PERCENT.
           IF PL-BASIS(WS-POOL-SUB) = "F"
               MOVE RL-PERCENT(WS-RULE-SUB)
                   TO RL-SHARE-PERCENT(WS-RULE-SUB)
           ELSE
               COMPUTE RL-SHARE-PERCENT(WS-RULE-SUB) ROUNDED =
                   RL-DRIVER(WS-RULE-SUB) * 100
                   / PL-DRIVER-TOTAL(WS-POOL-SUB)
           END-IF.

       4900-FIND-BALANCE.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 4950-SCAN-FOR-BALANCE WS-BALANCE-COUNT TIMES.

       4950-SCAN-FOR-BALANCE.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND BT-ACCOUNT(WS-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

      *    ONE ENTRY PER TARGET ON THE SIDE OPPOSITE THE POOL'S
      *    BALANCE, THEN THE OFFSETTING ENTRY THAT CLEARS THE POOL.
      *    A POOL WITH NOTHING TO SPREAD, OR A TARGET WHOSE SHARE
      *    ROUNDS TO NOTHING, IS LISTED WITHOUT AN ENTRY.
       5000-WRITE-ALLOCATION-BATCH.
           OPEN OUTPUT ALLOC-BATCH
           IF NOT WS-BATCH-OK
               DISPLAY "ALLOCATE: UNABLE TO OPEN GLALCOUT, FILE STATUS "
                       WS-BATCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT JOURNAL-WORK
           IF NOT WS-JRNL-OK
               DISPLAY "ALLOCATE: UNABLE TO OPEN JRNLALC, FILE STATUS "
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADING-2 TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           MOVE SPACES TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           MOVE WS-PERIOD-END-DATE TO WS-BATCH-DATE
           ACCEPT WS-BATCH-TIME FROM TIME
           MOVE SPACES TO GL-BATCH-HEADER
           MOVE "HDR" TO GLH-RECORD-ID
           MOVE WS-BATCH-DATE TO GLH-CREATE-DATE
           MOVE WS-BATCH-TIME TO GLH-CREATE-TIME
           MOVE GL-BATCH-HEADER TO ALLOC-BATCH-REC
           WRITE ALLOC-BATCH-REC
           MOVE 0 TO WS-POOL-SUB
           PERFORM 5100-ALLOCATE-POOL WS-POOL-COUNT TIMES
           MOVE SPACES TO GL-BATCH-TRAILER
           MOVE "TRL" TO GLT-RECORD-ID
           MOVE WS-DETAIL-COUNT TO GLT-RECORD-COUNT
           MOVE WS-DETAIL-HASH  TO GLT-HASH-TOTAL
           MOVE GL-BATCH-TRAILER TO ALLOC-BATCH-REC
           WRITE ALLOC-BATCH-REC
           CLOSE ALLOC-BATCH
           CLOSE JOURNAL-WORK
           PERFORM 5700-PRINT-TOTALS.

       5100-ALLOCATE-POOL.
           ADD 1 TO WS-POOL-SUB
           IF PL-AMOUNT(WS-POOL-SUB) > 0
               ADD 1 TO WS-POOLS-ALLOCATED
           END-IF
           MOVE 0 TO WS-RULE-SUB
           PERFORM 5200-ALLOCATE-TARGET WS-RULE-COUNT TIMES
           MOVE SPACES TO WS-REGISTER-DETAIL
           MOVE PL-ACCOUNT(WS-POOL-SUB) TO RG-POOL
           MOVE PL-DESC(WS-POOL-SUB)    TO RG-DESC
           PERFORM 5250-SET-BASIS
           IF PL-BASIS(WS-POOL-SUB) = "A"
               MOVE PL-DRIVER-TOTAL(WS-POOL-SUB) TO RG-DRIVER
           END-IF
           MOVE 100 TO RG-PERCENT
           MOVE "POOL" TO RG-NOTE
           MOVE PL-ACCOUNT(WS-POOL-SUB) TO WS-ENTRY-ACCOUNT
           MOVE PL-AMOUNT(WS-POOL-SUB)  TO WS-ENTRY-AMOUNT
           MOVE PL-DC-IND(WS-POOL-SUB)  TO WS-ENTRY-DC-IND
           PERFORM 5300-WRITE-ENTRY
           MOVE SPACES TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC.

       5200-ALLOCATE-TARGET.
           ADD 1 TO WS-RULE-SUB
           IF RL-POOL-SUB(WS-RULE-SUB) = WS-POOL-SUB
               MOVE SPACES TO WS-REGISTER-DETAIL
               MOVE PL-ACCOUNT(WS-POOL-SUB)       TO RG-POOL
               MOVE RL-TARGET(WS-RULE-SUB)        TO RG-TARGET
               MOVE RL-TARGET-DESC(WS-RULE-SUB)   TO RG-DESC
               PERFORM 5250-SET-BASIS
               IF PL-BASIS(WS-POOL-SUB) = "A"
                   MOVE RL-DRIVER(WS-RULE-SUB) TO RG-DRIVER
                   MOVE RL-SHARE-PERCENT(WS-RULE-SUB) TO RG-PERCENT
               ELSE
                   MOVE RL-PERCENT(WS-RULE-SUB) TO RG-PERCENT
               END-IF
               IF WS-RULE-SUB = PL-ROUNDING-SUB(WS-POOL-SUB)
                   MOVE "ROUNDING" TO RG-NOTE
               END-IF
               MOVE RL-TARGET(WS-RULE-SUB) TO WS-ENTRY-ACCOUNT
               MOVE RL-AMOUNT(WS-RULE-SUB) TO WS-ENTRY-AMOUNT
               IF PL-DC-IND(WS-POOL-SUB) = "C"
                   MOVE "D" TO WS-ENTRY-DC-IND
               ELSE
                   MOVE "C" TO WS-ENTRY-DC-IND
               END-IF
               PERFORM 5300-WRITE-ENTRY
           END-IF.

       5250-SET-BASIS.
           IF PL-BASIS(WS-POOL-SUB) = "F"
               MOVE "FIXED"    TO RG-BASIS
           ELSE
               MOVE "ACTIVITY" TO RG-BASIS
           END-IF.

      *    WRITES WS-ENTRY-AMOUNT TO WS-ENTRY-ACCOUNT ON SIDE
      *    WS-ENTRY-DC-IND AS ONE OR MORE DETAILS OF AT MOST
      *    9999999.99, AND PRINTS THE REGISTER LINE ALREADY SET UP.
       5300-WRITE-ENTRY.
           MOVE WS-ENTRY-AMOUNT TO WS-ENTRY-REMAINING
           PERFORM 5350-WRITE-PIECE UNTIL WS-ENTRY-REMAINING = 0
           IF WS-ENTRY-DC-IND = "C"
               ADD WS-ENTRY-AMOUNT TO WS-TOT-CREDITS
           ELSE
               ADD WS-ENTRY-AMOUNT TO WS-TOT-DEBITS
           END-IF
           IF WS-ENTRY-AMOUNT > 0
               MOVE WS-ENTRY-DC-IND TO RG-DC-IND
           END-IF
           MOVE WS-ENTRY-AMOUNT TO RG-AMOUNT
           MOVE WS-REGISTER-DETAIL TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC.

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
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-PIECE-AMOUNT TO WS-DETAIL-HASH
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-ENTRY-ACCOUNT TO GL-ACCOUNT
           MOVE WS-PIECE-AREA    TO GL-AMOUNT
           IF WS-PIECE-AMOUNT > 99999.99
               MOVE WS-PIECE-AMOUNT TO GL-LARGE-AMOUNT
               SET GL-LARGE-VALUE TO TRUE
           END-IF
           MOVE WS-PERIOD-END-DATE TO GL-DATE
           MOVE WS-ENTRY-DC-IND    TO GL-DC-IND
           MOVE "ALC"              TO GL-SOURCE
           MOVE GL-EXTRACT-RECORD TO ALLOC-BATCH-REC
           WRITE ALLOC-BATCH-REC
           PERFORM 5400-WRITE-JOURNAL-WORK.

      *    THE JOURNAL WORK RECORD SHADOWS THE DETAIL JUST WRITTEN.
      *    AN ALLOCATION ENTRY HAS NO TRANSACTION KEY, SO IT IS KEYED
      *    AL PLUS ITS DETAIL NUMBER WITHIN THE BATCH.
       5400-WRITE-JOURNAL-WORK.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           STRING "AL" DELIMITED BY SIZE
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
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTAL DEBITS        : " TO TL-LABEL
           MOVE WS-TOT-DEBITS TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE "TOTAL CREDITS       : " TO TL-LABEL
           MOVE WS-TOT-CREDITS TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC.

       8000-WRAP-UP.
           MOVE SPACES TO ALLOC-RPT-REC
           WRITE ALLOC-RPT-REC
           IF WS-RUN-REFUSED
               MOVE SPACES TO ALLOC-RPT-REC
               STRING "*** ALLOCATION REFUSED - " DELIMITED BY SIZE
                       WS-REFUSE-REASON DELIMITED BY SIZE
                       INTO ALLOC-RPT-REC
               WRITE ALLOC-RPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ALLOC-RPT-REC
               STRING "POOLS ALLOCATED   : " DELIMITED BY SIZE
                       WS-POOLS-ALLOCATED DELIMITED BY SIZE
                       INTO ALLOC-RPT-REC
               WRITE ALLOC-RPT-REC
               MOVE SPACES TO ALLOC-RPT-REC
               STRING "BATCH             : " DELIMITED BY SIZE
                       WS-BATCH-DATE DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-BATCH-TIME DELIMITED BY SIZE
                       INTO ALLOC-RPT-REC
               WRITE ALLOC-RPT-REC
               MOVE SPACES TO ALLOC-RPT-REC
               STRING "DETAILS WRITTEN   : " DELIMITED BY SIZE
                       WS-DETAIL-COUNT DELIMITED BY SIZE
                       INTO ALLOC-RPT-REC
               WRITE ALLOC-RPT-REC
               MOVE SPACES TO ALLOC-RPT-REC
               STRING "JOURNAL RECORDS   : " DELIMITED BY SIZE
                       WS-JOURNAL-COUNT DELIMITED BY SIZE
                       INTO ALLOC-RPT-REC
               WRITE ALLOC-RPT-REC
           END-IF
           CLOSE ALLOC-RPT.
