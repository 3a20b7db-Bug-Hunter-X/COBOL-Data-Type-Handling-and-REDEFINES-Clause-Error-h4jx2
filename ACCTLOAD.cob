      *    THE MASTER AFTER MAINTENANCE, SO THE LISTING IS BOTH THE
      *    MAINTENANCE AUDIT AND THE CURRENT BOOK OF ACCOUNTS.
      *
      *    AN ADD MUST CARRY A VALID ACCOUNT CLASS (A ASSET,
      *    L LIABILITY, Q EQUITY, I INCOME, E EXPENSE -- SEE AM-CLASS)
      *    SO THE YEAR-END CLOSE KNOWS WHICH ACCOUNTS TO CLOSE.  A
      *    CHANGE WITH THE CLASS LEFT BLANK KEEPS THE CLASS ON FILE,
      *    SO CHANGE RECORDS KEYED WITHOUT IT STILL APPLY -- UNLESS
      *    THE ACCOUNT HAS NO VALID CLASS YET, IN WHICH CASE THE
      *    CHANGE MUST SUPPLY ONE.
      *
      *    THE CASH FLAG (Y OR N) MARKS AN ACCOUNT THAT MIRRORS A
      *    BANK ACCOUNT, FOR THE BANK RECONCILIATION (BANKREC).  AN
      *    ADD WITH THE FLAG BLANK IS NOT A CASH ACCOUNT; A CHANGE
      *    WITH THE FLAG BLANK KEEPS THE FLAG ON FILE, THE SAME WAY
      *    AS THE CLASS.
      *
      *    A FIRST-TIME RUN (NO ACCTMST YET, FILE STATUS 35) CREATES
      *    THE MASTER EMPTY AND PROCEEDS, SO THE INITIAL LOAD AND A
      *    ROUTINE MAINTENANCE RUN ARE THE SAME JOB.  MAINTENANCE
           05  AT-STATUS              PIC X.
           05  AT-EFF-DATE            PIC X(8).
           05  AT-END-DATE            PIC X(8).
           05  AT-CLASS               PIC X.
               88  AT-CLASS-VALID     VALUE "A" "L" "Q" "I" "E".
           05  AT-CASH-FLAG           PIC X.
               88  AT-CASH-FLAG-VALID VALUE "Y" "N".
           05  FILLER                 PIC X(20).

       01  WS-TRAN-STATUS             PIC XX.
           88  WS-TRAN-OK             VALUE "00".
           05  MD-EFF-DATE            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-END-DATE            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-CLASS               PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-CASH-FLAG           PIC X.

       PROCEDURE DIVISION.
       0000-MAIN.
           WRITE ACCT-LISTING-REC.

       3100-ADD-ACCOUNT.
           IF AT-CASH-FLAG = SPACES
               MOVE "N" TO AT-CASH-FLAG
           END-IF
           EVALUATE TRUE
               WHEN NOT AT-CLASS-VALID
                   MOVE "INVALID ACCOUNT CLASS" TO AD-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT AT-CASH-FLAG-VALID
                   MOVE "INVALID CASH FLAG" TO AD-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 3500-MOVE-TRANS-TO-MASTER
                   WRITE ACCT-MASTER-RECORD
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
                   END-IF
           END-EVALUATE.

       3200-CHANGE-ACCOUNT.
           MOVE AT-ACCOUNT TO AM-ACCOUNT
           READ ACCT-MASTER
           IF WS-MAST-OK
               IF AT-CLASS = SPACES
                   MOVE AM-CLASS TO AT-CLASS
               END-IF
               IF AT-CASH-FLAG = SPACES
                   MOVE AM-CASH-FLAG TO AT-CASH-FLAG
               END-IF
               IF AT-CASH-FLAG = SPACES
                   MOVE "N" TO AT-CASH-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN NOT AT-CLASS-VALID
                       MOVE "INVALID ACCOUNT CLASS" TO AD-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN NOT AT-CASH-FLAG-VALID
                       MOVE "INVALID CASH FLAG" TO AD-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN OTHER
                       PERFORM 3500-MOVE-TRANS-TO-MASTER
                       REWRITE ACCT-MASTER-RECORD
                       IF WS-MAST-OK
                           MOVE "CHANGED" TO AD-RESULT
                           ADD 1 TO WS-APPLIED-COUNT
                       ELSE
                           MOVE "REWRITE FAILED" TO AD-RESULT
                           ADD 1 TO WS-ERROR-COUNT
                       END-IF
               END-EVALUATE
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           MOVE AT-DESC      TO AM-DESC
           MOVE AT-STATUS    TO AM-STATUS
           MOVE AT-EFF-DATE  TO AM-EFF-DATE
           MOVE AT-END-DATE  TO AM-END-DATE
           MOVE AT-CLASS     TO AM-CLASS
           MOVE AT-CASH-FLAG TO AM-CASH-FLAG.

       5000-LIST-MASTER.
           CLOSE ACCT-MASTER
               MOVE AM-STATUS   TO MD-STATUS
               MOVE AM-EFF-DATE TO MD-EFF-DATE
               MOVE AM-END-DATE TO MD-END-DATE
               MOVE AM-CLASS    TO MD-CLASS
               MOVE AM-CASH-FLAG TO MD-CASH-FLAG
               MOVE WS-MASTER-DETAIL TO ACCT-LISTING-REC
               WRITE ACCT-LISTING-REC
           ELSE
