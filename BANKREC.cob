       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKREC.
      *REMARKS.
      *    DAILY BANK STATEMENT RECONCILIATION FOR THE GL CASH
      *    ACCOUNTS (AM-CASH-FLAG "Y" ON ACCTMST).  TIES WHAT WE
      *    POSTED TO EACH CASH ACCOUNT BACK TO WHAT THE BANK SAYS IT
      *    CLEARED, FROM THREE SOURCES:
      *
      *      - THE BANK'S DAILY STATEMENT FILE (BANKSTMT -- SEE THE
      *        BANKSTMT COPYBOOK): A BALANCE RECORD PER BANK ACCOUNT
      *        FOLLOWED BY ITS STATEMENT LINES.
      *      - THE POSTINGS TO THE CASH ACCOUNTS ON THE CUMULATIVE
      *        POSTED-TRANSACTION JOURNAL (POSTJRNL) NOT YET TAKEN UP
      *        BY AN EARLIER RUN -- EVERY JOURNAL ENTRY STAMPED AFTER
      *        THE BATCH STAMP HELD ON THE CARRIED CONTROL RECORD.
      *      - THE ITEMS STILL OUTSTANDING FROM EARLIER RUNS (BANKIN,
      *        SEE BANKITEM), ON BOTH SIDES.
      *
      *    A STATEMENT ITEM IS MATCHED TO A LEDGER ITEM ON THE SAME
      *    CASH ACCOUNT FOR THE SAME AMOUNT AND THE OPPOSITE SENSE
      *    (A BANK CREDIT IS A GL DEBIT) WHOSE DATES ARE NO MORE
      *    THAN THE TOLERANCE APART; WHERE SEVERAL QUALIFY THE
      *    CLOSEST DATE WINS.  BANKPARM IS AN OPTIONAL ONE-LINE
      *    PARAMETER, COLUMNS 1-2 THE TOLERANCE IN DAYS (DEFAULT 3).
      *    MATCHED PAIRS PRINT ON THE MATCH REGISTER AND DROP OFF;
      *    EVERYTHING LEFT UNMATCHED IS WRITTEN TO BANKOUT (JCL
      *    CYCLES IT INTO THE NEXT RUN'S BANKIN, LIKE SUSPOUT/SUSPIN)
      *    AND KEEPS THE RUN DATE IT FIRST WENT OUTSTANDING, SO ITS
      *    AGE NEVER RESETS.  A RUN WITH NO BANKIN (FILE STATUS 35)
      *    TAKES UP THE WHOLE JOURNAL, WHICH SUITS ONLY CASH
      *    ACCOUNTS THAT ARE NEW WITH THE JOURNAL.
      *
      *    CASH ACCOUNTS ALREADY LIVE ARE TAKEN OVER BY SEEDING THE
      *    FIRST RUN'S BANKIN BY HAND WITH:
      *      - AN "H" CONTROL RECORD CARRYING THE BATCH STAMP OF THE
      *        LAST ENTRY NOW ON POSTJRNL, SO ONLY LATER POSTINGS ARE
      *        TAKEN UP AS ITEMS;
      *      - AN "O" TAKEOVER BALANCE RECORD (SEE BANKITEM) FOR EACH
      *        SUCH ACCOUNT, HOLDING ITS LEDGER BALANCE, DEBIT
      *        POSITIVE, AS AT THAT SAME BATCH STAMP -- THE BALANCE
      *        THAT WAS RECONCILED TO THE BANK BY HAND AT TAKEOVER --
      *        AND THE STAMP ITSELF;
      *      - AN "I" RECORD FOR EACH ITEM STILL OUTSTANDING ON THAT
      *        HAND RECONCILIATION.
      *    THE "O" RECORDS ARE WRITTEN BACK TO BANKOUT UNCHANGED ON
      *    EVERY RUN AND ARE NEVER SEEDED AGAIN.
      *
      *    THE REPORT (BANKRPT) GIVES A STANDARD RECONCILIATION FOR
      *    EACH CASH ACCOUNT ON THE STATEMENT:
      *        BALANCE BROUGHT FORWARD
      *        LEDGER BALANCE PER BALMST
      *        LESS DEPOSITS NOT YET ON THE STATEMENT
      *        ADD PAYMENTS NOT YET ON THE STATEMENT
      *        ADD BANK CREDITS NOT YET IN THE LEDGER
      *        LESS BANK DEBITS NOT YET IN THE LEDGER
      *        = ADJUSTED BALANCE, WHICH MUST EQUAL THE STATEMENT
      *          CLOSING BALANCE
      *    THE LEDGER BALANCE PER BALMST IS THE ACCOUNT'S
      *    BM-YTD-DEBITS LESS BM-YTD-CREDITS, THE SAME BASIS AS
      *    ACCTSTMT.  BALMST HOLDS YEAR-TO-DATE FIGURES ONLY --
      *    GLBALUPD ZEROES THEM AT THE FIRST BATCH OF A NEW YEAR --
      *    WHILE THE BANK'S BALANCE RUNS ON, SO THE BALANCE BROUGHT
      *    FORWARD IS ADDED TO IT.  FOR AN ACCOUNT TAKEN OVER IT IS
      *    THE TAKEOVER BALANCE PLUS THE NET OF EVERY POSTJRNL ENTRY
      *    TO THE ACCOUNT STAMPED AFTER IT, LESS THE LEDGER BALANCE
      *    PER BALMST, SO THE TWO LINES TOGETHER ARE THE ACCOUNT'S
      *    FULL LEDGER BALANCE WHEREVER IN THE YEAR IT WAS TAKEN
      *    OVER.  FOR ANY OTHER ACCOUNT IT IS THE NET OF EVERY
      *    POSTJRNL ENTRY TO THE ACCOUNT FROM A BATCH OF AN EARLIER
      *    YEAR THAN ITS BM-YEAR.  BOTH ARE TOTALLED WHILE THE
      *    JOURNAL IS READ FOR NEW POSTINGS.
      *    THE STATEMENT MUST ALSO FOOT (OPENING BALANCE PLUS
      *    CREDITS LESS DEBITS EQUALS CLOSING).  THE OUTSTANDING
      *    ITEMS OF EACH ACCOUNT FOLLOW ITS RECONCILIATION, AGED
      *    FROM THE DATE THEY FIRST WENT OUTSTANDING IN THE SAME
      *    1-3, 4-7, 8-30 AND OVER 30 DAY BUCKETS AS SUSPUPD.  A
      *    CASH ACCOUNT WITH NO STATEMENT TODAY LISTS ITS ITEMS BUT
      *    CANNOT BE PROVED.
      *
      *    STATEMENT RECORDS THAT CANNOT BE TAKEN UP (A BALANCE
      *    RECORD FOR AN ACCOUNT NOT FLAGGED AS CASH, A SECOND
      *    STATEMENT FOR THE SAME ACCOUNT, A LINE WITH A BAD AMOUNT,
      *    DATE OR D/C) PRINT AS EXCEPTIONS.  THE RUN ENDS WITH
      *    RETURN-CODE 8 WHEN ANY ACCOUNT DOES NOT RECONCILE OR ITS
      *    STATEMENT DOES NOT FOOT, OR WHEN THERE WERE EXCEPTIONS.
      *
      *    RUN AFTER GLBALUPD HAS APPLIED THE DAY'S BATCHES, SO
      *    BALMST AND POSTJRNL ARE AS OF THE SAME POINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-PARM ASSIGN TO BANKPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BAL-MASTER ASSIGN TO BALMST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALM-STATUS.
           SELECT BANK-IN ASSIGN TO BANKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BIN-STATUS.
           SELECT BANK-OUT ASSIGN TO BANKOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUT-STATUS.
           SELECT POSTING-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PJRN-STATUS.
           SELECT BANK-STATEMENT ASSIGN TO BANKSTMT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT BANK-RPT ASSIGN TO BANKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-PARM
           RECORDING MODE IS F.
       01  BANK-PARM-REC              PIC X(80).

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  BAL-MASTER
           RECORDING MODE IS F.
       01  BAL-MASTER-REC             PIC X(74).

       FD  BANK-IN
           RECORDING MODE IS F.
       01  BANK-IN-REC                PIC X(80).

       FD  BANK-OUT
           RECORDING MODE IS F.
       01  BANK-OUT-REC               PIC X(80).

       FD  POSTING-JOURNAL
           RECORDING MODE IS F.
       01  POSTING-JOURNAL-REC        PIC X(80).

       FD  BANK-STATEMENT
           RECORDING MODE IS F.
       01  BANK-STATEMENT-REC         PIC X(80).

       FD  BANK-RPT
           RECORDING MODE IS F.
       01  BANK-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY BALMST.
       COPY BANKITEM.
       COPY BANKSTMT.
       COPY POSTJRNL.

       01  WS-PARM-STATUS             PIC XX.
           88  WS-PARM-OK             VALUE "00".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
       01  WS-BALM-STATUS             PIC XX.
           88  WS-BALM-OK             VALUE "00".
           88  WS-BALM-NOT-FOUND      VALUE "35".
       01  WS-BIN-STATUS              PIC XX.
           88  WS-BIN-OK              VALUE "00".
           88  WS-BIN-NOT-FOUND       VALUE "35".
       01  WS-BOUT-STATUS             PIC XX.
           88  WS-BOUT-OK             VALUE "00".
       01  WS-PJRN-STATUS             PIC XX.
           88  WS-PJRN-OK             VALUE "00".
           88  WS-PJRN-NOT-FOUND      VALUE "35".
       01  WS-STMT-STATUS             PIC XX.
           88  WS-STMT-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-RECORDS     VALUE "Y".
       01  WS-ACCT-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-ACCOUNTS    VALUE "Y".

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-TOLERANCE-DAYS          PIC 9(2)    VALUE 3.

      *    BATCH STAMP (POSTJRNL PJ-BATCH-DATE/PJ-BATCH-TIME) OF THE
      *    LAST JOURNAL ENTRY TAKEN UP BY THE PRIOR RUN, AND THE
      *    HIGHEST STAMP SEEN BY THIS ONE FOR THE NEXT CONTROL RECORD.
       01  WS-LAST-TAKEN-STAMP.
           05  WS-LAST-TAKEN-DATE     PIC X(8)    VALUE SPACES.
           05  WS-LAST-TAKEN-TIME     PIC X(6)    VALUE SPACES.
       01  WS-NEW-HIGH-STAMP.
           05  WS-NEW-HIGH-DATE       PIC X(8)    VALUE SPACES.
           05  WS-NEW-HIGH-TIME       PIC X(6)    VALUE SPACES.
       01  WS-JOURNAL-STAMP.
           05  WS-JOURNAL-DATE        PIC X(8).
           05  WS-JOURNAL-TIME        PIC X(6).

       01  WS-CASH-ACCOUNT-COUNT      PIC 9(7)    VALUE 0.
       01  WS-CARRIED-IN-COUNT        PIC 9(7)    VALUE 0.
       01  WS-DROPPED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-TAKEOVER-COUNT          PIC 9(7)    VALUE 0.
       01  WS-POSTINGS-COUNT          PIC 9(7)    VALUE 0.
       01  WS-STATEMENT-COUNT         PIC 9(7)    VALUE 0.
       01  WS-LINE-COUNT              PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(7)    VALUE 0.
       01  WS-MATCHED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-CARRIED-OUT-COUNT       PIC 9(7)    VALUE 0.
       01  WS-RECONCILED-COUNT        PIC 9(7)    VALUE 0.
       01  WS-UNRECONCILED-COUNT      PIC 9(7)    VALUE 0.
       01  WS-NO-STATEMENT-COUNT      PIC 9(7)    VALUE 0.
       01  WS-OVER-30-COUNT           PIC 9(7)    VALUE 0.

      *    THE CASH ACCOUNTS FROM ACCTMST, WITH THEIR LEDGER BALANCE
      *    FROM BALMST, ANY TAKEOVER BALANCE FROM BANKIN AND THE
      *    FIGURES FROM TODAY'S STATEMENT.
       01  WS-BANK-MAX                PIC 9(3)    VALUE 100.
       01  WS-BANK-COUNT              PIC 9(3)    VALUE 0.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 100 TIMES.
               10  BK-ACCOUNT         PIC X(10).
               10  BK-DESC            PIC X(30).
               10  BK-LEDGER-BALANCE  PIC S9(12)V99.
               10  BK-LEDGER-YEAR     PIC X(4).
               10  BK-BROUGHT-FORWARD PIC S9(12)V99.
               10  BK-TAKEOVER-SWITCH PIC X.
                   88  BK-TAKEN-OVER  VALUE "Y".
               10  BK-TAKEOVER-BALANCE PIC S9(11)V99.
               10  BK-TAKEOVER-STAMP.
                   15  BK-TAKEOVER-DATE PIC X(8).
                   15  BK-TAKEOVER-TIME PIC X(6).
               10  BK-STMT-SWITCH     PIC X.
               10  BK-STMT-DATE       PIC X(8).
               10  BK-BANK-ACCOUNT-NO PIC X(20).
               10  BK-OPENING-BALANCE PIC S9(11)V99.
               10  BK-CLOSING-BALANCE PIC S9(11)V99.
               10  BK-STMT-CREDITS    PIC 9(11)V99.
               10  BK-STMT-DEBITS     PIC 9(11)V99.
       01  WS-BANK-SUB                PIC 9(3)    VALUE 0.
       01  WS-BANK-FOUND              PIC 9(3)    VALUE 0.
       01  WS-CURRENT-BANK            PIC 9(3)    VALUE 0.
       01  WS-LOOKUP-ACCOUNT          PIC X(10)   VALUE SPACES.

      *    THE OUTSTANDING ITEMS IN MEMORY, BOTH SIDES.  IT-STATUS IS
      *    "O" WHILE OUTSTANDING, "M" ONCE MATCHED THIS RUN.
      *    IT-SERIAL IS THE DAY SERIAL OF IT-DATE FOR THE TOLERANCE
      *    TEST; IT-BANK-SUB POINTS AT THE ACCOUNT'S BANK ENTRY.
       01  WS-ITEM-MAX                PIC 9(4)    VALUE 5000.
       01  WS-ITEM-COUNT              PIC 9(4)    VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  IT-ACCOUNT         PIC X(10).
               10  IT-SIDE            PIC X.
               10  IT-DATE            PIC X(8).
               10  IT-SERIAL          PIC 9(7).
               10  IT-DC-IND          PIC X.
               10  IT-AMOUNT          PIC 9(11)V99.
               10  IT-REFERENCE       PIC X(16).
               10  IT-SOURCE          PIC X(3).
               10  IT-OPEN-DATE       PIC X(8).
               10  IT-STATUS          PIC X.
               10  IT-BANK-SUB        PIC 9(3).
       01  WS-ITEM-SUB                PIC 9(4)    VALUE 0.
       01  WS-CAND-SUB                PIC 9(4)    VALUE 0.
       01  WS-BEST-SUB                PIC 9(4)    VALUE 0.
       01  WS-GAP-DAYS                PIC S9(7)   VALUE 0.
       01  WS-BEST-GAP                PIC S9(7)   VALUE 0.

      *    RECONCILIATION FIGURES FOR THE ACCOUNT BEING PROVED.
       01  WS-DEPOSITS-IN-TRANSIT     PIC S9(12)V99 VALUE 0.
       01  WS-PAYMENTS-OUTSTANDING    PIC S9(12)V99 VALUE 0.
       01  WS-BANK-CREDITS-OPEN       PIC S9(12)V99 VALUE 0.
       01  WS-BANK-DEBITS-OPEN        PIC S9(12)V99 VALUE 0.
       01  WS-ADJUSTED-BALANCE        PIC S9(12)V99 VALUE 0.
       01  WS-FOOTED-BALANCE          PIC S9(12)V99 VALUE 0.
       01  WS-DIFFERENCE              PIC S9(12)V99 VALUE 0.
       01  WS-BUCKET-1                PIC 9(5)    VALUE 0.
       01  WS-BUCKET-2                PIC 9(5)    VALUE 0.
       01  WS-BUCKET-3                PIC 9(5)    VALUE 0.
       01  WS-BUCKET-4                PIC 9(5)    VALUE 0.

      *    DAY-SERIAL WORK FIELDS FOR THE TOLERANCE TEST AND THE
      *    AGE CALCULATION, AS IN SUSPUPD.
       01  WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR         PIC 9(4).
           05  WS-SERIAL-MONTH        PIC 9(2).
           05  WS-SERIAL-DAY          PIC 9(2).
       01  WS-DAY-SERIAL              PIC 9(7)    VALUE 0.
       01  WS-RUN-SERIAL              PIC 9(7)    VALUE 0.
       01  WS-OPEN-SERIAL             PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS                PIC S9(5)   VALUE 0.
       01  WS-YEARS-ELAPSED           PIC 9(4)    VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(4)    VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(4)    VALUE 0.
       01  WS-LEAP-COUNT              PIC 9(4)    VALUE 0.
       01  WS-MONTH-DAYS              PIC 9(3)    VALUE 0.
       01  WS-LEAP-SWITCH             PIC X       VALUE "N".

       01  WS-HEADING-1.
           05  FILLER                 PIC X(33)   VALUE
               "BANK STATEMENT RECONCILIATION    ".
           05  HD-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(20)   VALUE
               "    DATE TOLERANCE ".
           05  HD-TOLERANCE           PIC Z9.
           05  FILLER                 PIC X(5)    VALUE " DAYS".

       01  WS-EXCEPTION-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  EX-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  EX-REFERENCE           PIC X(16).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  EX-MESSAGE             PIC X(40).

       01  WS-MATCH-HEADING.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "BANK DT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE
               "BANK REFERENCE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "LEDGR DT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "KEY".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "SRC".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE
               "          AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "D/C".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE "DAYS".

       01  WS-MATCH-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  MT-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-BANK-DATE           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-BANK-REF            PIC X(16).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-LEDGER-DATE         PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MT-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  MT-DC                  PIC X.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  MT-GAP                 PIC ZZ9.

       01  WS-ACCOUNT-HEADING.
           05  FILLER                 PIC X(9)    VALUE "ACCOUNT: ".
           05  AH-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AH-DESC                PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "BANK A/C: ".
           05  AH-BANK-ACCOUNT-NO     PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE "STATEMENT: ".
           05  AH-STMT-DATE           PIC X(8).

       01  WS-REC-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RL-LABEL               PIC X(40).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RL-AMOUNT              PIC ----,---,---,--9.99.

       01  WS-ITEM-HEADING.
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "SIDE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "DATE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE "REFERENCE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "SRC".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(16)   VALUE
               "          AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "D/C".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "OUTSTDG".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(5)    VALUE " DAYS".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "BUCKET".

       01  WS-ITEM-DETAIL.
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  ID-SIDE                PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-REFERENCE           PIC X(16).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-AMOUNT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  ID-DC                  PIC X.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  ID-OPEN-DATE           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-AGE                 PIC ZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ID-BUCKET              PIC X(7).

       01  WS-AGING-TOTAL.
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(14)   VALUE
               "OUTSTANDING   ".
           05  FILLER                 PIC X(6)    VALUE "1-3: ".
           05  ATL-BUCKET-1           PIC ZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "4-7: ".
           05  ATL-BUCKET-2           PIC ZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "8-30: ".
           05  ATL-BUCKET-3           PIC ZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE ">30: ".
           05  ATL-BUCKET-4           PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-CASH-ACCOUNTS
           PERFORM 1700-LOAD-LEDGER-BALANCES
           PERFORM 2000-LOAD-OUTSTANDING
           PERFORM 3000-TAKE-UP-POSTINGS
           PERFORM 4000-LOAD-STATEMENT
           PERFORM 5000-MATCH-ITEMS
           PERFORM 5500-WRITE-OUTSTANDING
           PERFORM 6000-RECONCILE-ACCOUNTS
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BANK-STATEMENT
           IF NOT WS-STMT-OK
               DISPLAY "BANKREC: UNABLE TO OPEN BANKSTMT, FILE STATUS "
                       WS-STMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BANK-RPT
           IF NOT WS-RPT-OK
               DISPLAY "BANKREC: UNABLE TO OPEN BANKRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-READ-BANK-PARM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 7000-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-TOLERANCE-DAYS TO HD-TOLERANCE
           MOVE WS-HEADING-1 TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE "STATEMENT AND CARRY-FORWARD EXCEPTIONS" TO
                BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

      *    NO BANKPARM, OR A BLANK OR NON-NUMERIC TOLERANCE, KEEPS
      *    THE DEFAULT OF 3 DAYS.
       1100-READ-BANK-PARM.
           OPEN INPUT BANK-PARM
           IF WS-PARM-OK
               READ BANK-PARM
                   NOT AT END
                       IF BANK-PARM-REC(1:2) IS NUMERIC
                           MOVE BANK-PARM-REC(1:2) TO
                                WS-TOLERANCE-DAYS
                       END-IF
               END-READ
               CLOSE BANK-PARM
           END-IF.

      *    EVERY ACCOUNT FLAGGED AS CASH IS RECONCILED, OPEN OR
      *    CLOSED -- A CLOSED BANK ACCOUNT CAN STILL HAVE ITEMS
      *    WAITING TO CLEAR.
       1500-LOAD-CASH-ACCOUNTS.
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "BANKREC: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO AM-ACCOUNT
           START ACCT-MASTER KEY NOT < AM-ACCOUNT
           IF NOT WS-ACCT-OK
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
           END-IF
           PERFORM 1550-LOAD-CASH-ACCOUNT UNTIL WS-NO-MORE-ACCOUNTS
           CLOSE ACCT-MASTER.

       1550-LOAD-CASH-ACCOUNT.
           READ ACCT-MASTER NEXT RECORD
           IF WS-ACCT-OK
               IF AM-CASH-ACCOUNT
                   PERFORM 1600-ADD-BANK-ENTRY
               END-IF
           ELSE
               MOVE "Y" TO WS-ACCT-EOF-SWITCH
           END-IF.

       1600-ADD-BANK-ENTRY.
           IF WS-BANK-COUNT >= WS-BANK-MAX
               DISPLAY "BANKREC: CASH ACCOUNT TABLE FULL AT "
                       WS-BANK-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BANK-COUNT
           ADD 1 TO WS-CASH-ACCOUNT-COUNT
           MOVE AM-ACCOUNT TO BK-ACCOUNT(WS-BANK-COUNT)
           MOVE AM-DESC    TO BK-DESC(WS-BANK-COUNT)
           MOVE 0          TO BK-LEDGER-BALANCE(WS-BANK-COUNT)
           MOVE SPACES     TO BK-LEDGER-YEAR(WS-BANK-COUNT)
           MOVE 0          TO BK-BROUGHT-FORWARD(WS-BANK-COUNT)
           MOVE "N"        TO BK-TAKEOVER-SWITCH(WS-BANK-COUNT)
           MOVE 0          TO BK-TAKEOVER-BALANCE(WS-BANK-COUNT)
           MOVE SPACES     TO BK-TAKEOVER-STAMP(WS-BANK-COUNT)
           MOVE "N"        TO BK-STMT-SWITCH(WS-BANK-COUNT)
           MOVE SPACES     TO BK-STMT-DATE(WS-BANK-COUNT)
           MOVE SPACES     TO BK-BANK-ACCOUNT-NO(WS-BANK-COUNT)
           MOVE 0          TO BK-OPENING-BALANCE(WS-BANK-COUNT)
           MOVE 0          TO BK-CLOSING-BALANCE(WS-BANK-COUNT)
           MOVE 0          TO BK-STMT-CREDITS(WS-BANK-COUNT)
           MOVE 0          TO BK-STMT-DEBITS(WS-BANK-COUNT).

      *    A CASH ACCOUNT THAT HAS NEVER POSTED HAS NO BALMST ENTRY,
      *    A LEDGER BALANCE OF ZERO AND NOTHING BROUGHT FORWARD.
       1700-LOAD-LEDGER-BALANCES.
           OPEN INPUT BAL-MASTER
           IF WS-BALM-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BALM-OK
                   DISPLAY "BANKREC: UNABLE TO OPEN BALMST, FILE "
                           "STATUS " WS-BALM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1750-LOAD-LEDGER-BALANCE UNTIL NOT WS-BALM-OK
               CLOSE BAL-MASTER
           END-IF.

       1750-LOAD-LEDGER-BALANCE.
           READ BAL-MASTER
               NOT AT END
                   MOVE BAL-MASTER-REC TO BALANCE-MASTER-RECORD
                   MOVE BM-ACCOUNT TO WS-LOOKUP-ACCOUNT
                   PERFORM 7500-FIND-BANK-ACCOUNT
                   IF WS-BANK-FOUND > 0
                       SUBTRACT BM-YTD-CREDITS FROM BM-YTD-DEBITS
                           GIVING BK-LEDGER-BALANCE(WS-BANK-FOUND)
                       MOVE BM-YEAR TO BK-LEDGER-YEAR(WS-BANK-FOUND)
                   END-IF
           END-READ.

      *    A FIRST-EVER RUN HAS NO BANKIN (FILE STATUS 35): NOTHING
      *    IS OUTSTANDING AND NO JOURNAL ENTRY HAS BEEN TAKEN UP.
      *    AN ITEM OR TAKEOVER BALANCE FOR AN ACCOUNT NO LONGER
      *    FLAGGED AS CASH CANNOT BE RECONCILED AND DROPS OFF AS AN
      *    EXCEPTION.
       2000-LOAD-OUTSTANDING.
           OPEN INPUT BANK-IN
           IF WS-BIN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-BIN-OK
                   DISPLAY "BANKREC: UNABLE TO OPEN BANKIN, FILE "
                           "STATUS " WS-BIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-LOAD-OUTSTANDING-RECORD UNTIL NOT WS-BIN-OK
               CLOSE BANK-IN
           END-IF
           MOVE WS-LAST-TAKEN-STAMP TO WS-NEW-HIGH-STAMP.

       2100-LOAD-OUTSTANDING-RECORD.
           READ BANK-IN
               NOT AT END
                   MOVE BANK-IN-REC TO BANK-ITEM-RECORD
                   IF BI-CONTROL-RECORD
                       MOVE BI-LAST-BATCH-DATE TO WS-LAST-TAKEN-DATE
                       MOVE BI-LAST-BATCH-TIME TO WS-LAST-TAKEN-TIME
                   ELSE
                       IF BI-OPENING-RECORD
                           PERFORM 2170-LOAD-TAKEOVER-BALANCE
                       ELSE
                           PERFORM 2150-CARRY-OUTSTANDING-ITEM
                       END-IF
                   END-IF
           END-READ.

       2150-CARRY-OUTSTANDING-ITEM.
           MOVE BI-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 7500-FIND-BANK-ACCOUNT
           IF WS-BANK-FOUND > 0
               ADD 1 TO WS-CARRIED-IN-COUNT
               PERFORM 2200-ADD-ITEM-ENTRY
           ELSE
               ADD 1 TO WS-DROPPED-COUNT
               MOVE BI-ACCOUNT TO EX-ACCOUNT
               MOVE BI-REFERENCE TO EX-REFERENCE
               MOVE "ITEM DROPPED - ACCOUNT NOT FLAGGED CASH" TO
                    EX-MESSAGE
               PERFORM 4900-PRINT-EXCEPTION
           END-IF.

      *    THE TAKEOVER BALANCE STARTS THE ACCOUNT'S BALANCE BROUGHT
      *    FORWARD; 3150 ADDS THE POSTINGS AFTER ITS STAMP AND 3300
      *    TAKES OUT WHAT BALMST ALREADY SHOWS.  ONLY THE FIRST ONE
      *    FOR AN ACCOUNT IS TAKEN.
       2170-LOAD-TAKEOVER-BALANCE.
           MOVE BI-OPEN-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 7500-FIND-BANK-ACCOUNT
           EVALUATE TRUE
               WHEN WS-BANK-FOUND = 0
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE BI-OPEN-ACCOUNT TO EX-ACCOUNT
                   MOVE "TAKEOVER BAL" TO EX-REFERENCE
                   MOVE "BALANCE DROPPED - ACCT NOT FLAGGED CASH"
                        TO EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN BK-TAKEN-OVER(WS-BANK-FOUND)
                   MOVE BI-OPEN-ACCOUNT TO EX-ACCOUNT
                   MOVE "TAKEOVER BAL" TO EX-REFERENCE
                   MOVE "SECOND TAKEOVER BALANCE IGNORED" TO
                        EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-TAKEOVER-COUNT
                   MOVE "Y" TO BK-TAKEOVER-SWITCH(WS-BANK-FOUND)
                   MOVE BI-OPEN-BALANCE TO
                        BK-TAKEOVER-BALANCE(WS-BANK-FOUND)
                   MOVE BI-OPEN-BATCH-DATE TO
                        BK-TAKEOVER-DATE(WS-BANK-FOUND)
                   MOVE BI-OPEN-BATCH-TIME TO
                        BK-TAKEOVER-TIME(WS-BANK-FOUND)
                   MOVE BI-OPEN-BALANCE TO
                        BK-BROUGHT-FORWARD(WS-BANK-FOUND)
           END-EVALUATE.

      *    ADDS THE ITEM IN BANK-ITEM-RECORD FOR THE BANK ENTRY IN
      *    WS-BANK-FOUND.  A DATE THAT IS NOT NUMERIC GETS SERIAL
      *    ZERO AND SO NEVER FALLS INSIDE THE TOLERANCE.
       2200-ADD-ITEM-ENTRY.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               DISPLAY "BANKREC: ITEM TABLE FULL AT "
                       WS-ITEM-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE BI-ACCOUNT      TO IT-ACCOUNT(WS-ITEM-COUNT)
           MOVE BI-SIDE         TO IT-SIDE(WS-ITEM-COUNT)
           MOVE BI-DATE         TO IT-DATE(WS-ITEM-COUNT)
           MOVE BI-DC-IND       TO IT-DC-IND(WS-ITEM-COUNT)
           MOVE BI-AMOUNT       TO IT-AMOUNT(WS-ITEM-COUNT)
           MOVE BI-REFERENCE    TO IT-REFERENCE(WS-ITEM-COUNT)
           MOVE BI-SOURCE       TO IT-SOURCE(WS-ITEM-COUNT)
           MOVE BI-OPEN-DATE    TO IT-OPEN-DATE(WS-ITEM-COUNT)
           MOVE "O"             TO IT-STATUS(WS-ITEM-COUNT)
           MOVE WS-BANK-FOUND   TO IT-BANK-SUB(WS-ITEM-COUNT)
           IF BI-DATE IS NUMERIC
               MOVE BI-DATE TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-SERIAL
               MOVE WS-DAY-SERIAL TO IT-SERIAL(WS-ITEM-COUNT)
           ELSE
               MOVE 0 TO IT-SERIAL(WS-ITEM-COUNT)
           END-IF.

      *    NO POSTJRNL YET (FILE STATUS 35) MEANS NOTHING HAS EVER
      *    BEEN POSTED.  THE JOURNAL IS APPENDED IN BATCH ORDER, SO
      *    AN ENTRY STAMPED AFTER THE LAST ONE TAKEN UP IS NEW.
      *    EVERY ENTRY, NEW OR NOT, IS ALSO OFFERED TO THE BALANCE
      *    BROUGHT FORWARD, WHICH 3300 THEN SETTLES FOR THE ACCOUNTS
      *    TAKEN OVER.
       3000-TAKE-UP-POSTINGS.
           OPEN INPUT POSTING-JOURNAL
           IF WS-PJRN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-PJRN-OK
                   DISPLAY "BANKREC: UNABLE TO OPEN POSTJRNL, FILE "
                           "STATUS " WS-PJRN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3100-TAKE-UP-POSTING UNTIL NOT WS-PJRN-OK
               CLOSE POSTING-JOURNAL
           END-IF
           MOVE 0 TO WS-BANK-SUB
           PERFORM 3300-SETTLE-TAKEOVER WS-BANK-COUNT TIMES.

       3100-TAKE-UP-POSTING.
           READ POSTING-JOURNAL
               NOT AT END
                   MOVE POSTING-JOURNAL-REC TO POSTING-JOURNAL-RECORD
                   MOVE PJ-BATCH-DATE TO WS-JOURNAL-DATE
                   MOVE PJ-BATCH-TIME TO WS-JOURNAL-TIME
                   PERFORM 3150-BRING-FORWARD
                   IF WS-JOURNAL-STAMP > WS-LAST-TAKEN-STAMP
                       PERFORM 3200-ADD-LEDGER-ITEM
                   END-IF
           END-READ.

      *    FOR AN ACCOUNT TAKEN OVER, EVERY ENTRY STAMPED AFTER THE
      *    TAKEOVER BALANCE IS ADDED TO IT, WHATEVER ITS YEAR; WHAT
      *    CAME BEFORE IS ALREADY IN THAT BALANCE.  FOR ANY OTHER
      *    ACCOUNT, AN ENTRY FROM A BATCH OF AN EARLIER YEAR THAN
      *    ITS BM-YEAR IS NO LONGER IN ITS YEAR-TO-DATE FIGURES AND
      *    IS CARRIED IN THE BALANCE BROUGHT FORWARD.
       3150-BRING-FORWARD.
           MOVE PJ-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 7500-FIND-BANK-ACCOUNT
           IF WS-BANK-FOUND > 0
               IF BK-TAKEN-OVER(WS-BANK-FOUND)
                   IF WS-JOURNAL-STAMP >
                      BK-TAKEOVER-STAMP(WS-BANK-FOUND)
                       PERFORM 3170-ADD-BROUGHT-FORWARD
                   END-IF
               ELSE
                   IF BK-LEDGER-YEAR(WS-BANK-FOUND) NOT = SPACES
                   AND PJ-BATCH-DATE(1:4) <
                       BK-LEDGER-YEAR(WS-BANK-FOUND)
                       PERFORM 3170-ADD-BROUGHT-FORWARD
                   END-IF
               END-IF
           END-IF.

       3170-ADD-BROUGHT-FORWARD.
           IF PJ-POST-CREDIT
               SUBTRACT PJ-BASE-AMOUNT FROM
                   BK-BROUGHT-FORWARD(WS-BANK-FOUND)
           ELSE
               ADD PJ-BASE-AMOUNT TO
                   BK-BROUGHT-FORWARD(WS-BANK-FOUND)
           END-IF.

       3200-ADD-LEDGER-ITEM.
           IF WS-JOURNAL-STAMP > WS-NEW-HIGH-STAMP
               MOVE WS-JOURNAL-STAMP TO WS-NEW-HIGH-STAMP
           END-IF
           MOVE PJ-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 7500-FIND-BANK-ACCOUNT
           IF WS-BANK-FOUND > 0
               ADD 1 TO WS-POSTINGS-COUNT
               MOVE SPACES          TO BANK-ITEM-RECORD
               MOVE "I"             TO BI-RECORD-TYPE
               MOVE PJ-ACCOUNT      TO BI-ACCOUNT
               MOVE "L"             TO BI-SIDE
               MOVE PJ-DATE         TO BI-DATE
               MOVE PJ-DC-IND       TO BI-DC-IND
               MOVE PJ-BASE-AMOUNT  TO BI-AMOUNT
               MOVE PJ-KEY          TO BI-REFERENCE
               MOVE PJ-SOURCE       TO BI-SOURCE
               MOVE WS-RUN-DATE     TO BI-OPEN-DATE
               PERFORM 2200-ADD-ITEM-ENTRY
           END-IF.

      *    AN ACCOUNT TAKEN OVER NOW HAS ITS WHOLE LEDGER BALANCE IN
      *    THE BALANCE BROUGHT FORWARD, SO THE PART BALMST SHOWS AS
      *    THE LEDGER BALANCE COMES BACK OUT OF IT.
       3300-SETTLE-TAKEOVER.
           ADD 1 TO WS-BANK-SUB
           IF BK-TAKEN-OVER(WS-BANK-SUB)
               SUBTRACT BK-LEDGER-BALANCE(WS-BANK-SUB) FROM
                   BK-BROUGHT-FORWARD(WS-BANK-SUB)
           END-IF.

      *    STATEMENT LINES BELONG TO THE BALANCE RECORD BEFORE THEM;
      *    WS-CURRENT-BANK IS ZERO WHILE THERE IS NO VALID ONE, AND
      *    THE LINES OF A REJECTED STATEMENT ARE REJECTED WITH IT.
       4000-LOAD-STATEMENT.
           MOVE 0 TO WS-CURRENT-BANK
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4100-READ-STATEMENT UNTIL WS-NO-MORE-RECORDS
           CLOSE BANK-STATEMENT
           IF WS-EXCEPTION-COUNT = 0
               MOVE "    NONE" TO BANK-RPT-REC
               WRITE BANK-RPT-REC
           END-IF
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

       4100-READ-STATEMENT.
           READ BANK-STATEMENT
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE BANK-STATEMENT-REC TO BANK-STATEMENT-RECORD
                   EVALUATE TRUE
                       WHEN BS-BALANCE-RECORD
                           PERFORM 4200-START-STATEMENT
                       WHEN BS-STATEMENT-LINE
                           PERFORM 4300-ADD-STATEMENT-LINE
                       WHEN OTHER
                           MOVE SPACES TO EX-ACCOUNT
                           MOVE SPACES TO EX-REFERENCE
                           MOVE "UNKNOWN STATEMENT RECORD TYPE" TO
                                EX-MESSAGE
                           PERFORM 4900-PRINT-EXCEPTION
                   END-EVALUATE
           END-READ.

       4200-START-STATEMENT.
           MOVE 0 TO WS-CURRENT-BANK
           MOVE BS-ACCOUNT TO WS-LOOKUP-ACCOUNT
           PERFORM 7500-FIND-BANK-ACCOUNT
           MOVE BS-ACCOUNT TO EX-ACCOUNT
           MOVE BS-BANK-ACCOUNT-NO TO EX-REFERENCE
           EVALUATE TRUE
               WHEN WS-BANK-FOUND = 0
                   MOVE "STATEMENT FOR ACCOUNT NOT FLAGGED CASH" TO
                        EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN BK-STMT-SWITCH(WS-BANK-FOUND) = "Y"
                   MOVE "SECOND STATEMENT FOR ACCOUNT REJECTED" TO
                        EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN BS-OPENING-BALANCE IS NOT NUMERIC
               OR BS-CLOSING-BALANCE IS NOT NUMERIC
                   MOVE "STATEMENT BALANCE NOT NUMERIC" TO EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-STATEMENT-COUNT
                   MOVE WS-BANK-FOUND TO WS-CURRENT-BANK
                   MOVE "Y" TO BK-STMT-SWITCH(WS-CURRENT-BANK)
                   MOVE BS-STMT-DATE TO BK-STMT-DATE(WS-CURRENT-BANK)
                   MOVE BS-BANK-ACCOUNT-NO TO
                        BK-BANK-ACCOUNT-NO(WS-CURRENT-BANK)
                   MOVE BS-OPENING-BALANCE TO
                        BK-OPENING-BALANCE(WS-CURRENT-BANK)
                   MOVE BS-CLOSING-BALANCE TO
                        BK-CLOSING-BALANCE(WS-CURRENT-BANK)
           END-EVALUATE.

       4300-ADD-STATEMENT-LINE.
           MOVE BS-BANK-REF TO EX-REFERENCE
           IF WS-CURRENT-BANK = 0
               MOVE SPACES TO EX-ACCOUNT
           ELSE
               MOVE BK-ACCOUNT(WS-CURRENT-BANK) TO EX-ACCOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-CURRENT-BANK = 0
                   MOVE "LINE HAS NO VALID BALANCE RECORD" TO
                        EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN BS-AMOUNT IS NOT NUMERIC
                   MOVE "LINE AMOUNT NOT NUMERIC" TO EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN BS-DATE IS NOT NUMERIC
                   MOVE "LINE DATE NOT NUMERIC" TO EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN NOT BS-DC-VALID
                   MOVE "LINE D/C NOT D OR C" TO EX-MESSAGE
                   PERFORM 4900-PRINT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-LINE-COUNT
                   IF BS-BANK-CREDIT
                       ADD BS-AMOUNT TO
                           BK-STMT-CREDITS(WS-CURRENT-BANK)
                   ELSE
                       ADD BS-AMOUNT TO
                           BK-STMT-DEBITS(WS-CURRENT-BANK)
                   END-IF
                   MOVE WS-CURRENT-BANK TO WS-BANK-FOUND
                   MOVE SPACES          TO BANK-ITEM-RECORD
                   MOVE "I"             TO BI-RECORD-TYPE
                   MOVE BK-ACCOUNT(WS-CURRENT-BANK) TO BI-ACCOUNT
                   MOVE "B"             TO BI-SIDE
                   MOVE BS-DATE         TO BI-DATE
                   MOVE BS-DC-IND       TO BI-DC-IND
                   MOVE BS-AMOUNT       TO BI-AMOUNT
                   MOVE BS-BANK-REF     TO BI-REFERENCE
                   MOVE SPACES          TO BI-SOURCE
                   MOVE WS-RUN-DATE     TO BI-OPEN-DATE
                   PERFORM 2200-ADD-ITEM-ENTRY
           END-EVALUATE.

       4900-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-EXCEPTION-DETAIL TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO WS-EXCEPTION-DETAIL.

      *    EACH OUTSTANDING BANK ITEM, OLDEST FIRST, TAKES THE
      *    LEDGER ITEM OF THE SAME ACCOUNT AND AMOUNT AND OPPOSITE
      *    SENSE WHOSE DATE IS CLOSEST, PROVIDED IT IS WITHIN THE
      *    TOLERANCE.
       5000-MATCH-ITEMS.
           MOVE "ITEMS MATCHED THIS RUN" TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE WS-MATCH-HEADING TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE 0 TO WS-ITEM-SUB
           PERFORM 5100-MATCH-BANK-ITEM WS-ITEM-COUNT TIMES
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

       5100-MATCH-BANK-ITEM.
           ADD 1 TO WS-ITEM-SUB
           IF IT-SIDE(WS-ITEM-SUB) = "B"
           AND IT-STATUS(WS-ITEM-SUB) = "O"
               MOVE 0 TO WS-BEST-SUB
               MOVE 0 TO WS-CAND-SUB
               PERFORM 5200-TEST-LEDGER-ITEM WS-ITEM-COUNT TIMES
               IF WS-BEST-SUB > 0
                   PERFORM 5300-RECORD-MATCH
               END-IF
           END-IF.

       5200-TEST-LEDGER-ITEM.
           ADD 1 TO WS-CAND-SUB
           IF IT-SIDE(WS-CAND-SUB) = "L"
           AND IT-STATUS(WS-CAND-SUB) = "O"
           AND IT-ACCOUNT(WS-CAND-SUB) = IT-ACCOUNT(WS-ITEM-SUB)
           AND IT-AMOUNT(WS-CAND-SUB) = IT-AMOUNT(WS-ITEM-SUB)
           AND IT-DC-IND(WS-CAND-SUB) NOT = IT-DC-IND(WS-ITEM-SUB)
               SUBTRACT IT-SERIAL(WS-CAND-SUB)
                   FROM IT-SERIAL(WS-ITEM-SUB)
                   GIVING WS-GAP-DAYS
               IF WS-GAP-DAYS < 0
                   COMPUTE WS-GAP-DAYS = 0 - WS-GAP-DAYS
               END-IF
               IF WS-GAP-DAYS <= WS-TOLERANCE-DAYS
                   IF WS-BEST-SUB = 0 OR WS-GAP-DAYS < WS-BEST-GAP
                       MOVE WS-CAND-SUB TO WS-BEST-SUB
                       MOVE WS-GAP-DAYS TO WS-BEST-GAP
                   END-IF
               END-IF
           END-IF.

       5300-RECORD-MATCH.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE "M" TO IT-STATUS(WS-ITEM-SUB)
           MOVE "M" TO IT-STATUS(WS-BEST-SUB)
           MOVE SPACES TO WS-MATCH-DETAIL
           MOVE IT-ACCOUNT(WS-ITEM-SUB)   TO MT-ACCOUNT
           MOVE IT-DATE(WS-ITEM-SUB)      TO MT-BANK-DATE
           MOVE IT-REFERENCE(WS-ITEM-SUB) TO MT-BANK-REF
           MOVE IT-DATE(WS-BEST-SUB)      TO MT-LEDGER-DATE
           MOVE IT-REFERENCE(WS-BEST-SUB) TO MT-KEY
           MOVE IT-SOURCE(WS-BEST-SUB)    TO MT-SOURCE
           MOVE IT-AMOUNT(WS-ITEM-SUB)    TO MT-AMOUNT
           MOVE IT-DC-IND(WS-ITEM-SUB)    TO MT-DC
           MOVE WS-BEST-GAP               TO MT-GAP
           MOVE WS-MATCH-DETAIL TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

      *    THE CONTROL RECORD GOES FIRST, THEN THE TAKEOVER BALANCES
      *    UNCHANGED, THEN EVERY ITEM STILL OUTSTANDING, FOR THE
      *    NEXT RUN'S BANKIN.
       5500-WRITE-OUTSTANDING.
           OPEN OUTPUT BANK-OUT
           IF NOT WS-BOUT-OK
               DISPLAY "BANKREC: UNABLE TO OPEN BANKOUT, FILE STATUS "
                       WS-BOUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BANK-ITEM-RECORD
           MOVE "H" TO BI-RECORD-TYPE
           MOVE WS-NEW-HIGH-DATE TO BI-LAST-BATCH-DATE
           MOVE WS-NEW-HIGH-TIME TO BI-LAST-BATCH-TIME
           MOVE BANK-ITEM-RECORD TO BANK-OUT-REC
           WRITE BANK-OUT-REC
           MOVE 0 TO WS-BANK-SUB
           PERFORM 5550-WRITE-TAKEOVER-BALANCE WS-BANK-COUNT TIMES
           MOVE 0 TO WS-ITEM-SUB
           PERFORM 5600-WRITE-OUTSTANDING-ITEM WS-ITEM-COUNT TIMES
           CLOSE BANK-OUT.

       5550-WRITE-TAKEOVER-BALANCE.
           ADD 1 TO WS-BANK-SUB
           IF BK-TAKEN-OVER(WS-BANK-SUB)
               MOVE SPACES TO BANK-ITEM-RECORD
               MOVE "O" TO BI-RECORD-TYPE
               MOVE BK-ACCOUNT(WS-BANK-SUB) TO BI-OPEN-ACCOUNT
               MOVE BK-TAKEOVER-BALANCE(WS-BANK-SUB) TO BI-OPEN-BALANCE
               MOVE BK-TAKEOVER-DATE(WS-BANK-SUB) TO BI-OPEN-BATCH-DATE
               MOVE BK-TAKEOVER-TIME(WS-BANK-SUB) TO BI-OPEN-BATCH-TIME
               MOVE BANK-ITEM-RECORD TO BANK-OUT-REC
               WRITE BANK-OUT-REC
           END-IF.

       5600-WRITE-OUTSTANDING-ITEM.
           ADD 1 TO WS-ITEM-SUB
           IF IT-STATUS(WS-ITEM-SUB) = "O"
               ADD 1 TO WS-CARRIED-OUT-COUNT
               MOVE SPACES TO BANK-ITEM-RECORD
               MOVE "I"                       TO BI-RECORD-TYPE
               MOVE IT-ACCOUNT(WS-ITEM-SUB)   TO BI-ACCOUNT
               MOVE IT-SIDE(WS-ITEM-SUB)      TO BI-SIDE
               MOVE IT-DATE(WS-ITEM-SUB)      TO BI-DATE
               MOVE IT-DC-IND(WS-ITEM-SUB)    TO BI-DC-IND
               MOVE IT-AMOUNT(WS-ITEM-SUB)    TO BI-AMOUNT
               MOVE IT-REFERENCE(WS-ITEM-SUB) TO BI-REFERENCE
               MOVE IT-SOURCE(WS-ITEM-SUB)    TO BI-SOURCE
               MOVE IT-OPEN-DATE(WS-ITEM-SUB) TO BI-OPEN-DATE
               MOVE BANK-ITEM-RECORD TO BANK-OUT-REC
               WRITE BANK-OUT-REC
           END-IF.

       6000-RECONCILE-ACCOUNTS.
           MOVE 0 TO WS-BANK-SUB
           PERFORM 6100-RECONCILE-ACCOUNT WS-BANK-COUNT TIMES.

       6100-RECONCILE-ACCOUNT.
           ADD 1 TO WS-BANK-SUB
           MOVE 0 TO WS-DEPOSITS-IN-TRANSIT
           MOVE 0 TO WS-PAYMENTS-OUTSTANDING
           MOVE 0 TO WS-BANK-CREDITS-OPEN
           MOVE 0 TO WS-BANK-DEBITS-OPEN
           MOVE 0 TO WS-BUCKET-1
           MOVE 0 TO WS-BUCKET-2
           MOVE 0 TO WS-BUCKET-3
           MOVE 0 TO WS-BUCKET-4
           MOVE 0 TO WS-ITEM-SUB
           PERFORM 6150-TOTAL-OUTSTANDING-ITEM WS-ITEM-COUNT TIMES
           MOVE BK-ACCOUNT(WS-BANK-SUB)         TO AH-ACCOUNT
           MOVE BK-DESC(WS-BANK-SUB)            TO AH-DESC
           MOVE BK-BANK-ACCOUNT-NO(WS-BANK-SUB) TO AH-BANK-ACCOUNT-NO
           MOVE BK-STMT-DATE(WS-BANK-SUB)       TO AH-STMT-DATE
           MOVE WS-ACCOUNT-HEADING TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           IF BK-STMT-SWITCH(WS-BANK-SUB) = "Y"
               PERFORM 6200-PRINT-RECONCILIATION
           ELSE
               ADD 1 TO WS-NO-STATEMENT-COUNT
               MOVE "    NO STATEMENT RECEIVED - NOT RECONCILED" TO
                    BANK-RPT-REC
               WRITE BANK-RPT-REC
           END-IF
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE WS-ITEM-HEADING TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE 0 TO WS-ITEM-SUB
           PERFORM 6300-AGE-OUTSTANDING-ITEM WS-ITEM-COUNT TIMES
           MOVE WS-BUCKET-1 TO ATL-BUCKET-1
           MOVE WS-BUCKET-2 TO ATL-BUCKET-2
           MOVE WS-BUCKET-3 TO ATL-BUCKET-3
           MOVE WS-BUCKET-4 TO ATL-BUCKET-4
           MOVE WS-AGING-TOTAL TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           WRITE BANK-RPT-REC.

      *    LEDGER DEBITS NOT YET ON THE STATEMENT ARE DEPOSITS IN
      *    TRANSIT, LEDGER CREDITS ARE UNPRESENTED PAYMENTS; BANK
      *    ITEMS NOT YET IN THE LEDGER KEEP THE BANK'S OWN SENSE.
       6150-TOTAL-OUTSTANDING-ITEM.
           ADD 1 TO WS-ITEM-SUB
           IF IT-BANK-SUB(WS-ITEM-SUB) = WS-BANK-SUB
           AND IT-STATUS(WS-ITEM-SUB) = "O"
               EVALUATE TRUE
                   WHEN IT-SIDE(WS-ITEM-SUB) = "L"
                   AND IT-DC-IND(WS-ITEM-SUB) = "D"
                       ADD IT-AMOUNT(WS-ITEM-SUB) TO
                           WS-DEPOSITS-IN-TRANSIT
                   WHEN IT-SIDE(WS-ITEM-SUB) = "L"
                       ADD IT-AMOUNT(WS-ITEM-SUB) TO
                           WS-PAYMENTS-OUTSTANDING
                   WHEN IT-DC-IND(WS-ITEM-SUB) = "C"
                       ADD IT-AMOUNT(WS-ITEM-SUB) TO
                           WS-BANK-CREDITS-OPEN
                   WHEN OTHER
                       ADD IT-AMOUNT(WS-ITEM-SUB) TO
                           WS-BANK-DEBITS-OPEN
               END-EVALUATE
           END-IF.

       6200-PRINT-RECONCILIATION.
           COMPUTE WS-ADJUSTED-BALANCE =
               BK-BROUGHT-FORWARD(WS-BANK-SUB)
               + BK-LEDGER-BALANCE(WS-BANK-SUB)
               - WS-DEPOSITS-IN-TRANSIT
               + WS-PAYMENTS-OUTSTANDING
               + WS-BANK-CREDITS-OPEN
               - WS-BANK-DEBITS-OPEN
           SUBTRACT BK-CLOSING-BALANCE(WS-BANK-SUB)
               FROM WS-ADJUSTED-BALANCE
               GIVING WS-DIFFERENCE
           COMPUTE WS-FOOTED-BALANCE =
               BK-OPENING-BALANCE(WS-BANK-SUB)
               + BK-STMT-CREDITS(WS-BANK-SUB)
               - BK-STMT-DEBITS(WS-BANK-SUB)
           MOVE "BALANCE BROUGHT FORWARD" TO RL-LABEL
           MOVE BK-BROUGHT-FORWARD(WS-BANK-SUB) TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "LEDGER BALANCE PER BALMST" TO RL-LABEL
           MOVE BK-LEDGER-BALANCE(WS-BANK-SUB) TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "LESS DEPOSITS NOT YET ON STATEMENT" TO RL-LABEL
           MOVE WS-DEPOSITS-IN-TRANSIT TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "ADD PAYMENTS NOT YET ON STATEMENT" TO RL-LABEL
           MOVE WS-PAYMENTS-OUTSTANDING TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "ADD BANK CREDITS NOT YET IN LEDGER" TO RL-LABEL
           MOVE WS-BANK-CREDITS-OPEN TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "LESS BANK DEBITS NOT YET IN LEDGER" TO RL-LABEL
           MOVE WS-BANK-DEBITS-OPEN TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "ADJUSTED BALANCE" TO RL-LABEL
           MOVE WS-ADJUSTED-BALANCE TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "STATEMENT CLOSING BALANCE" TO RL-LABEL
           MOVE BK-CLOSING-BALANCE(WS-BANK-SUB) TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE "DIFFERENCE" TO RL-LABEL
           MOVE WS-DIFFERENCE TO RL-AMOUNT
           PERFORM 6250-PRINT-REC-LINE
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           IF WS-DIFFERENCE = 0
           AND WS-FOOTED-BALANCE = BK-CLOSING-BALANCE(WS-BANK-SUB)
               ADD 1 TO WS-RECONCILED-COUNT
               MOVE "    RECONCILED" TO BANK-RPT-REC
               WRITE BANK-RPT-REC
           ELSE
               ADD 1 TO WS-UNRECONCILED-COUNT
               IF WS-DIFFERENCE NOT = 0
                   MOVE "    *** DOES NOT RECONCILE ***" TO
                        BANK-RPT-REC
                   WRITE BANK-RPT-REC
               END-IF
               IF WS-FOOTED-BALANCE NOT =
                  BK-CLOSING-BALANCE(WS-BANK-SUB)
                   MOVE "STATEMENT OPENING + CREDITS - DEBITS" TO
                        RL-LABEL
                   MOVE WS-FOOTED-BALANCE TO RL-AMOUNT
                   PERFORM 6250-PRINT-REC-LINE
                   MOVE "    *** STATEMENT DOES NOT FOOT ***" TO
                        BANK-RPT-REC
                   WRITE BANK-RPT-REC
               END-IF
           END-IF.

       6250-PRINT-REC-LINE.
           MOVE WS-REC-LINE TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

       6300-AGE-OUTSTANDING-ITEM.
           ADD 1 TO WS-ITEM-SUB
           IF IT-BANK-SUB(WS-ITEM-SUB) = WS-BANK-SUB
           AND IT-STATUS(WS-ITEM-SUB) = "O"
               MOVE IT-OPEN-DATE(WS-ITEM-SUB) TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-SERIAL
               MOVE WS-DAY-SERIAL TO WS-OPEN-SERIAL
               SUBTRACT WS-OPEN-SERIAL FROM WS-RUN-SERIAL
                   GIVING WS-AGE-DAYS
               IF WS-AGE-DAYS < 1
                   MOVE 1 TO WS-AGE-DAYS
               END-IF
               PERFORM 6350-PRINT-ITEM-DETAIL
           END-IF.

       6350-PRINT-ITEM-DETAIL.
           MOVE SPACES TO WS-ITEM-DETAIL
           IF IT-SIDE(WS-ITEM-SUB) = "B"
               MOVE "BANK" TO ID-SIDE
           ELSE
               MOVE "LEDGER" TO ID-SIDE
           END-IF
           MOVE IT-DATE(WS-ITEM-SUB)      TO ID-DATE
           MOVE IT-REFERENCE(WS-ITEM-SUB) TO ID-REFERENCE
           MOVE IT-SOURCE(WS-ITEM-SUB)    TO ID-SOURCE
           MOVE IT-AMOUNT(WS-ITEM-SUB)    TO ID-AMOUNT
           MOVE IT-DC-IND(WS-ITEM-SUB)    TO ID-DC
           MOVE IT-OPEN-DATE(WS-ITEM-SUB) TO ID-OPEN-DATE
           MOVE WS-AGE-DAYS TO ID-AGE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 3
                   MOVE "1-3" TO ID-BUCKET
                   ADD 1 TO WS-BUCKET-1
               WHEN WS-AGE-DAYS <= 7
                   MOVE "4-7" TO ID-BUCKET
                   ADD 1 TO WS-BUCKET-2
               WHEN WS-AGE-DAYS <= 30
                   MOVE "8-30" TO ID-BUCKET
                   ADD 1 TO WS-BUCKET-3
               WHEN OTHER
                   MOVE "OVER 30" TO ID-BUCKET
                   ADD 1 TO WS-BUCKET-4
                   ADD 1 TO WS-OVER-30-COUNT
           END-EVALUATE
           MOVE WS-ITEM-DETAIL TO BANK-RPT-REC
           WRITE BANK-RPT-REC.

      *    DAYS FROM THE START OF 1900: FULL YEARS AT 365 PLUS ONE
      *    PER ELAPSED LEAP YEAR, THEN THE DAYS OF THE COMPLETED
      *    MONTHS (FEBRUARY 29 IN A LEAP YEAR), THEN THE DAY OF THE
      *    MONTH.  LEAP RULES MATCH THE TXNEDIT CALENDAR EDIT.
       7000-DATE-TO-SERIAL.
           COMPUTE WS-YEARS-ELAPSED = WS-SERIAL-YEAR - 1900
           COMPUTE WS-DAY-SERIAL = WS-YEARS-ELAPSED * 365
           COMPUTE WS-LEAP-COUNT =
               (WS-YEARS-ELAPSED + 3) / 4
           ADD WS-LEAP-COUNT TO WS-DAY-SERIAL
      *    1900 AND ITS CENTURY SUCCESSORS ARE NOT LEAP YEARS UNLESS
      *    DIVISIBLE BY 400; ONLY 2000 FALLS IN THE SUPPORTED RANGE,
      *    SO ONE DAY COMES BACK OFF FOR DATES FROM 2001 ON.
           IF WS-SERIAL-YEAR > 2000
               SUBTRACT 1 FROM WS-DAY-SERIAL
           END-IF
           MOVE "N" TO WS-LEAP-SWITCH
           DIVIDE WS-SERIAL-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = 0
               MOVE "Y" TO WS-LEAP-SWITCH
               DIVIDE WS-SERIAL-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = 0
                   MOVE "N" TO WS-LEAP-SWITCH
                   DIVIDE WS-SERIAL-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE "Y" TO WS-LEAP-SWITCH
                   END-IF
               END-IF
           END-IF
           EVALUATE WS-SERIAL-MONTH
               WHEN 01 MOVE 000 TO WS-MONTH-DAYS
               WHEN 02 MOVE 031 TO WS-MONTH-DAYS
               WHEN 03 MOVE 059 TO WS-MONTH-DAYS
               WHEN 04 MOVE 090 TO WS-MONTH-DAYS
               WHEN 05 MOVE 120 TO WS-MONTH-DAYS
               WHEN 06 MOVE 151 TO WS-MONTH-DAYS
               WHEN 07 MOVE 181 TO WS-MONTH-DAYS
               WHEN 08 MOVE 212 TO WS-MONTH-DAYS
               WHEN 09 MOVE 243 TO WS-MONTH-DAYS
               WHEN 10 MOVE 273 TO WS-MONTH-DAYS
               WHEN 11 MOVE 304 TO WS-MONTH-DAYS
               WHEN OTHER MOVE 334 TO WS-MONTH-DAYS
           END-EVALUATE
           IF WS-LEAP-SWITCH = "Y" AND WS-SERIAL-MONTH > 02
               ADD 1 TO WS-MONTH-DAYS
           END-IF
           ADD WS-MONTH-DAYS TO WS-DAY-SERIAL
           ADD WS-SERIAL-DAY TO WS-DAY-SERIAL.

       7500-FIND-BANK-ACCOUNT.
           MOVE 0 TO WS-BANK-FOUND
           MOVE 0 TO WS-BANK-SUB
           PERFORM 7550-SCAN-BANK-TABLE WS-BANK-COUNT TIMES.

       7550-SCAN-BANK-TABLE.
           ADD 1 TO WS-BANK-SUB
           IF WS-BANK-FOUND = 0
           AND BK-ACCOUNT(WS-BANK-SUB) = WS-LOOKUP-ACCOUNT
               MOVE WS-BANK-SUB TO WS-BANK-FOUND
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO BANK-RPT-REC
           STRING "CASH ACCOUNTS     : " DELIMITED BY SIZE
                   WS-CASH-ACCOUNT-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "STATEMENTS READ   : " DELIMITED BY SIZE
                   WS-STATEMENT-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "STATEMENT LINES   : " DELIMITED BY SIZE
                   WS-LINE-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "POSTINGS TAKEN UP : " DELIMITED BY SIZE
                   WS-POSTINGS-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "ITEMS CARRIED IN  : " DELIMITED BY SIZE
                   WS-CARRIED-IN-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "TAKEOVER BALANCES : " DELIMITED BY SIZE
                   WS-TAKEOVER-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "ITEMS DROPPED     : " DELIMITED BY SIZE
                   WS-DROPPED-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "PAIRS MATCHED     : " DELIMITED BY SIZE
                   WS-MATCHED-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "ITEMS CARRIED OUT : " DELIMITED BY SIZE
                   WS-CARRIED-OUT-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "ITEMS OVER 30 DAYS: " DELIMITED BY SIZE
                   WS-OVER-30-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "EXCEPTIONS        : " DELIMITED BY SIZE
                   WS-EXCEPTION-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "RECONCILED        : " DELIMITED BY SIZE
                   WS-RECONCILED-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "NOT RECONCILED    : " DELIMITED BY SIZE
                   WS-UNRECONCILED-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           STRING "NO STATEMENT      : " DELIMITED BY SIZE
                   WS-NO-STATEMENT-COUNT DELIMITED BY SIZE
                   INTO BANK-RPT-REC
           WRITE BANK-RPT-REC
           MOVE SPACES TO BANK-RPT-REC
           WRITE BANK-RPT-REC
           IF WS-UNRECONCILED-COUNT > 0 OR WS-EXCEPTION-COUNT > 0
               MOVE "*** BANK RECONCILIATION DOES NOT PROVE ***" TO
                    BANK-RPT-REC
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "BANK RECONCILIATION PROVED" TO BANK-RPT-REC
           END-IF
           WRITE BANK-RPT-REC
           CLOSE BANK-RPT.
