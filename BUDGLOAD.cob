       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.
      *REMARKS.
      *    LOADS AND LISTS THE BUDGET MASTER (BUDGMST, INDEXED BY
      *    ACCOUNT AND PERIOD -- SEE THE BUDGMST COPYBOOK).  READS
      *    THE BUDGET MAINTENANCE TRANSACTION FILE (BUDGTRN), ONE
      *    ACTION PER RECORD:
      *        A  ADD A BUDGET LINE (DUPLICATE KEY IS AN ERROR)
      *        C  CHANGE A BUDGET LINE (NOT FOUND IS AN ERROR)
      *        D  DELETE A BUDGET LINE (NOT FOUND IS AN ERROR)
      *    THE PERIOD MUST BE A VALID YYYYMM AND THE AMOUNT NUMERIC
      *    (SIGNED, DEBITS LESS CREDITS).  AN ADD OR CHANGE IS ONLY
      *    ACCEPTED FOR AN ACCOUNT ON THE CHART OF ACCOUNTS
      *    (ACCTMST), SO EVERY BUDGET LINE CAN BE REPORTED AGAINST A
      *    REAL ACCOUNT.  EVERY ACTION, APPLIED OR FAILED, IS ECHOED
      *    TO THE BUDGET LISTING (BUDGLIST) TOGETHER WITH A FULL
      *    LISTING OF THE MASTER AFTER MAINTENANCE.
      *
      *    A FIRST-TIME RUN (NO BUDGMST YET, FILE STATUS 35) CREATES
      *    THE MASTER EMPTY AND PROCEEDS, SO THE INITIAL LOAD AND A
      *    ROUTINE MAINTENANCE RUN ARE THE SAME JOB.  MAINTENANCE
      *    ERRORS ARE REPORTED AND COUNTED BUT DO NOT STOP THE RUN;
      *    THE RUN ENDS WITH RETURN-CODE 8 WHEN ANY ACTION FAILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDG-TRANS-FILE ASSIGN TO BUDGTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT BUDG-MASTER ASSIGN TO BUDGMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY
               FILE STATUS IS WS-MAST-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BUDG-LISTING ASSIGN TO BUDGLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDG-TRANS-FILE
           RECORDING MODE IS F.
       01  BUDG-TRANS-REC             PIC X(80).

       FD  BUDG-MASTER.
       COPY BUDGMST.

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  BUDG-LISTING
           RECORDING MODE IS F.
       01  BUDG-LISTING-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUDG-TRANS.
           05  BU-ACTION              PIC X.
               88  BU-ADD             VALUE "A".
               88  BU-CHANGE          VALUE "C".
               88  BU-DELETE          VALUE "D".
           05  BU-ACCOUNT             PIC X(10).
           05  BU-PERIOD.
               10  BU-PERIOD-YEAR     PIC 9(4).
               10  BU-PERIOD-MONTH    PIC 9(2).
           05  BU-AMOUNT              PIC S9(11)V99.
           05  FILLER                 PIC X(50).

       01  WS-TRAN-STATUS             PIC XX.
           88  WS-TRAN-OK             VALUE "00".
       01  WS-MAST-STATUS             PIC XX.
           88  WS-MAST-OK             VALUE "00".
           88  WS-MAST-NOT-FOUND      VALUE "35".
           88  WS-MAST-DUP-KEY        VALUE "22".
           88  WS-MAST-NO-RECORD      VALUE "23".
           88  WS-MAST-EOF            VALUE "10".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
       01  WS-LIST-STATUS             PIC XX.
           88  WS-LIST-OK             VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-TRANS       VALUE "Y".
       01  WS-LIST-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-MASTERS     VALUE "Y".
       01  WS-VALID-SWITCH            PIC X       VALUE "Y".
           88  WS-ACTION-VALID        VALUE "Y".

       01  WS-TRAN-COUNT              PIC 9(7)    VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-MASTER-COUNT            PIC 9(7)    VALUE 0.

       01  WS-ACTION-DETAIL.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ACTION              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-PERIOD              PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-RESULT              PIC X(24).

       01  WS-MASTER-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  MD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-PERIOD              PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-AMOUNT              PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS UNTIL WS-NO-MORE-TRANS
           PERFORM 5000-LIST-MASTER
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT BUDG-TRANS-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "BUDGLOAD: UNABLE TO OPEN BUDGTRN, FILE STATUS "
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BUDG-MASTER
           IF WS-MAST-NOT-FOUND
               OPEN OUTPUT BUDG-MASTER
               CLOSE BUDG-MASTER
               OPEN I-O BUDG-MASTER
           END-IF
           IF NOT WS-MAST-OK
               DISPLAY "BUDGLOAD: UNABLE TO OPEN BUDGMST, FILE STATUS "
                       WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "BUDGLOAD: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BUDG-LISTING
           IF NOT WS-LIST-OK
               DISPLAY "BUDGLOAD: UNABLE TO OPEN BUDGLIST, FILE STATUS "
                       WS-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "BUDGET MASTER MAINTENANCE AND LISTING" TO
                BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           MOVE SPACES TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           PERFORM 2100-READ-BUDG-TRANS.

       2000-PROCESS-TRANS.
           PERFORM 3000-APPLY-ACTION
           PERFORM 2100-READ-BUDG-TRANS.

       2100-READ-BUDG-TRANS.
           READ BUDG-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE BUDG-TRANS-REC TO WS-BUDG-TRANS
           END-READ.

       3000-APPLY-ACTION.
           MOVE SPACES TO WS-ACTION-DETAIL
           MOVE BU-ACTION  TO AD-ACTION
           MOVE BU-ACCOUNT TO AD-ACCOUNT
           MOVE BU-PERIOD  TO AD-PERIOD
           PERFORM 3050-VALIDATE-KEY
           IF WS-ACTION-VALID
               EVALUATE TRUE
                   WHEN BU-ADD
                       PERFORM 3060-VALIDATE-LINE
                       IF WS-ACTION-VALID
                           PERFORM 3100-ADD-BUDGET
                       END-IF
                   WHEN BU-CHANGE
                       PERFORM 3060-VALIDATE-LINE
                       IF WS-ACTION-VALID
                           PERFORM 3200-CHANGE-BUDGET
                       END-IF
                   WHEN BU-DELETE
                       PERFORM 3300-DELETE-BUDGET
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO AD-RESULT
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF
           MOVE WS-ACTION-DETAIL TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC.

      *    THE PERIOD IS PART OF THE KEY, SO IT IS CHECKED FOR EVERY
      *    ACTION -- A MALFORMED PERIOD COULD NEVER BE FOUND AGAIN.
       3050-VALIDATE-KEY.
           MOVE "Y" TO WS-VALID-SWITCH
           IF BU-PERIOD IS NOT NUMERIC
               MOVE "INVALID PERIOD" TO AD-RESULT
               MOVE "N" TO WS-VALID-SWITCH
           ELSE
               IF BU-PERIOD-MONTH < 1 OR BU-PERIOD-MONTH > 12
                   MOVE "INVALID PERIOD" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-ACTION-VALID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3060-VALIDATE-LINE.
           IF BU-AMOUNT IS NOT NUMERIC
               MOVE "INVALID AMOUNT" TO AD-RESULT
               MOVE "N" TO WS-VALID-SWITCH
           ELSE
               MOVE BU-ACCOUNT TO AM-ACCOUNT
               READ ACCT-MASTER
               IF NOT WS-ACCT-OK
                   MOVE "ACCOUNT NOT ON ACCTMST" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               END-IF
           END-IF
           IF NOT WS-ACTION-VALID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3100-ADD-BUDGET.
           PERFORM 3500-MOVE-TRANS-TO-MASTER
           WRITE BUDGET-MASTER-RECORD
           IF WS-MAST-OK
               MOVE "ADDED" TO AD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               IF WS-MAST-DUP-KEY
                   MOVE "ALREADY ON FILE" TO AD-RESULT
               ELSE
                   MOVE "WRITE FAILED" TO AD-RESULT
               END-IF
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3200-CHANGE-BUDGET.
           MOVE BU-ACCOUNT TO BG-ACCOUNT
           MOVE BU-PERIOD  TO BG-PERIOD
           READ BUDG-MASTER
           IF WS-MAST-OK
               PERFORM 3500-MOVE-TRANS-TO-MASTER
               REWRITE BUDGET-MASTER-RECORD
               IF WS-MAST-OK
                   MOVE "CHANGED" TO AD-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE "REWRITE FAILED" TO AD-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3300-DELETE-BUDGET.
           MOVE BU-ACCOUNT TO BG-ACCOUNT
           MOVE BU-PERIOD  TO BG-PERIOD
           DELETE BUDG-MASTER
           IF WS-MAST-OK
               MOVE "DELETED" TO AD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3500-MOVE-TRANS-TO-MASTER.
           MOVE SPACES       TO BUDGET-MASTER-RECORD
           MOVE BU-ACCOUNT   TO BG-ACCOUNT
           MOVE BU-PERIOD    TO BG-PERIOD
           MOVE BU-AMOUNT    TO BG-AMOUNT.

       5000-LIST-MASTER.
           CLOSE BUDG-MASTER
           OPEN INPUT BUDG-MASTER
           IF NOT WS-MAST-OK
               DISPLAY "BUDGLOAD: UNABLE TO REOPEN BUDGMST, STATUS "
                       WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           MOVE "BUDGET MASTER AFTER MAINTENANCE" TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           MOVE SPACES TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           MOVE LOW-VALUES TO BG-KEY
           START BUDG-MASTER KEY NOT < BG-KEY
           IF NOT WS-MAST-OK
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF
           PERFORM 5100-LIST-NEXT-MASTER UNTIL WS-NO-MORE-MASTERS.

       5100-LIST-NEXT-MASTER.
           READ BUDG-MASTER NEXT RECORD
           IF WS-MAST-OK
               ADD 1 TO WS-MASTER-COUNT
               MOVE SPACES TO WS-MASTER-DETAIL
               MOVE BG-ACCOUNT  TO MD-ACCOUNT
               MOVE BG-PERIOD   TO MD-PERIOD
               MOVE BG-AMOUNT   TO MD-AMOUNT
               MOVE WS-MASTER-DETAIL TO BUDG-LISTING-REC
               WRITE BUDG-LISTING-REC
           ELSE
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           STRING "ACTIONS READ      : " DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   INTO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           STRING "ACTIONS APPLIED   : " DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   INTO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           STRING "ACTIONS IN ERROR  : " DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           STRING "BUDGET LINES      : " DELIMITED BY SIZE
                   WS-MASTER-COUNT DELIMITED BY SIZE
                   INTO BUDG-LISTING-REC
           WRITE BUDG-LISTING-REC
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE BUDG-TRANS-FILE
           CLOSE BUDG-MASTER
           CLOSE ACCT-MASTER
           CLOSE BUDG-LISTING.
