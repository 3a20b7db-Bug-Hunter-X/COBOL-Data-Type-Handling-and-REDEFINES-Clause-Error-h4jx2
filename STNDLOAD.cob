       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDLOAD.
      *REMARKS.
      *    LOADS AND LISTS THE STANDING-ENTRY MASTER (STNDMST,
      *    INDEXED BY STANDING-ENTRY NUMBER -- SEE THE STNDMST
      *    COPYBOOK), IN THE SAME STYLE AS ACCTLOAD.  READS THE
      *    STANDING-ENTRY MAINTENANCE TRANSACTION FILE (STNDTRN),
      *    ONE ACTION PER RECORD -- THE ACTION CODE FOLLOWED BY THE
      *    STANDING-ENTRY RECORD AS IT SHOULD STAND:
      *        A  ADD A STANDING ENTRY (DUPLICATE KEY IS AN ERROR)
      *        C  CHANGE A STANDING ENTRY (NOT FOUND IS AN ERROR)
      *        D  DELETE A STANDING ENTRY (NOT FOUND IS AN ERROR)
      *    THE NUMBER MUST BE FIVE DIGITS.  AN ADD OR CHANGE MUST
      *    NAME AN ACCOUNT ON THE CHART OF ACCOUNTS (ACCTMST) AND
      *    CARRY A POSITIVE NUMERIC AMOUNT, A TYPE OF DR OR CR, A
      *    CURRENCY OF SPACES (BASE) OR LETTERS, A FREQUENCY OF M, Q
      *    OR S, A DAY OF 01-31 FOR M AND Q, A START DATE THAT IS A
      *    REAL CALENDAR DATE (THE DAY WITHIN THE LENGTH OF ITS
      *    MONTH, FEBRUARY BY THE SAME LEAP-YEAR RULE AS STNDGEN),
      *    AN END DATE OF SPACES OR A REAL DATE NOT BEFORE THE
      *    START, AND A REVERSE FLAG OF Y, N OR SPACE, SO STNDGEN
      *    NEVER WRITES A TRANSACTION THE EDIT STEP WOULD THROW
      *    BACK.  ENDING A STANDING ENTRY IS DONE BY CHANGING ITS
      *    END DATE RATHER THAN DELETING IT, SO AN ACCRUAL STILL
      *    GETS ITS REVERSAL.
      *    EVERY ACTION, APPLIED OR FAILED, IS ECHOED TO THE
      *    STANDING-ENTRY LISTING (STNDLIST) TOGETHER WITH A FULL
      *    LISTING OF THE MASTER AFTER MAINTENANCE.
      *
      *    A FIRST-TIME RUN (NO STNDMST YET, FILE STATUS 35) CREATES
      *    THE MASTER EMPTY AND PROCEEDS.  MAINTENANCE ERRORS ARE
      *    REPORTED AND COUNTED BUT DO NOT STOP THE RUN; THE RUN
      *    ENDS WITH RETURN-CODE 8 WHEN ANY ACTION FAILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STND-TRANS-FILE ASSIGN TO STNDTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT STND-MASTER ASSIGN TO STNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT STND-LISTING ASSIGN TO STNDLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STND-TRANS-FILE
           RECORDING MODE IS F.
       01  STND-TRANS-REC             PIC X(80).

       FD  STND-MASTER.
       COPY STNDMST.

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  STND-LISTING
           RECORDING MODE IS F.
       01  STND-LISTING-REC           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STND-TRANS.
           05  ST-ACTION              PIC X.
               88  ST-ADD             VALUE "A".
               88  ST-CHANGE          VALUE "C".
               88  ST-DELETE          VALUE "D".
           05  ST-ID                  PIC X(5).
           05  ST-ACCOUNT             PIC X(10).
           05  ST-AMOUNT              PIC S9(7)V99.
           05  ST-TYPE                PIC X(2).
               88  ST-TYPE-VALID      VALUE "DR" "CR".
           05  ST-CURRENCY            PIC X(3).
           05  ST-FREQUENCY           PIC X.
               88  ST-SPECIFIC-DAY    VALUE "S".
               88  ST-FREQUENCY-VALID VALUE "M" "Q" "S".
           05  ST-DAY                 PIC 9(2).
           05  ST-START-DATE.
               10  ST-START-YEAR      PIC 9(4).
               10  ST-START-MONTH     PIC 9(2).
               10  ST-START-DAY       PIC 9(2).
           05  ST-END-DATE            PIC X(8).
           05  ST-REVERSE             PIC X.
               88  ST-REVERSE-VALID   VALUE "Y" "N" " ".
           05  ST-DESC                PIC X(30).

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
       01  WS-DATE-SWITCH             PIC X       VALUE "N".
           88  WS-DATE-VALID          VALUE "Y".
       01  WS-START-DATE-SWITCH       PIC X       VALUE "N".
           88  WS-START-DATE-VALID    VALUE "Y".
       01  WS-END-DATE-SWITCH         PIC X       VALUE "N".
           88  WS-END-DATE-VALID      VALUE "Y".

       01  WS-EDIT-DATE.
           05  WS-EDIT-YEAR           PIC 9(4).
           05  WS-EDIT-MONTH          PIC 9(2).
           05  WS-EDIT-DAY            PIC 9(2).
       01  WS-DAYS-IN-MONTH           PIC 9(2)    VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(4)    VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(4)    VALUE 0.

       01  WS-TRAN-COUNT              PIC 9(7)    VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-MASTER-COUNT            PIC 9(7)    VALUE 0.

       01  WS-ACTION-DETAIL.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ACTION              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ID                  PIC X(5).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-RESULT              PIC X(24).

       01  WS-MASTER-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  MD-ID                  PIC X(5).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X       VALUE SPACES.
           05  MD-TYPE                PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-FREQUENCY           PIC X.
           05  FILLER                 PIC X       VALUE SPACES.
           05  MD-DAY                 PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-START-DATE          PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-END-DATE            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-REVERSE             PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-DESC                PIC X(30).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS UNTIL WS-NO-MORE-TRANS
           PERFORM 5000-LIST-MASTER
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT STND-TRANS-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "STNDLOAD: UNABLE TO OPEN STNDTRN, FILE STATUS "
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O STND-MASTER
           IF WS-MAST-NOT-FOUND
               OPEN OUTPUT STND-MASTER
               CLOSE STND-MASTER
               OPEN I-O STND-MASTER
           END-IF
           IF NOT WS-MAST-OK
               DISPLAY "STNDLOAD: UNABLE TO OPEN STNDMST, FILE STATUS "
                       WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "STNDLOAD: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STND-LISTING
           IF NOT WS-LIST-OK
               DISPLAY "STNDLOAD: UNABLE TO OPEN STNDLIST, FILE STATUS "
                       WS-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STANDING-ENTRY MASTER MAINTENANCE AND LISTING" TO
                STND-LISTING-REC
           WRITE STND-LISTING-REC
           MOVE SPACES TO STND-LISTING-REC
           WRITE STND-LISTING-REC
           PERFORM 2100-READ-STND-TRANS.

       2000-PROCESS-TRANS.
           PERFORM 3000-APPLY-ACTION
           PERFORM 2100-READ-STND-TRANS.

       2100-READ-STND-TRANS.
           READ STND-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE STND-TRANS-REC TO WS-STND-TRANS
           END-READ.

       3000-APPLY-ACTION.
           MOVE SPACES TO WS-ACTION-DETAIL
           MOVE ST-ACTION  TO AD-ACTION
           MOVE ST-ID      TO AD-ID
           MOVE ST-ACCOUNT TO AD-ACCOUNT
           PERFORM 3050-VALIDATE-KEY
           IF WS-ACTION-VALID
               EVALUATE TRUE
                   WHEN ST-ADD
                       PERFORM 3060-VALIDATE-ENTRY
                       IF WS-ACTION-VALID
                           PERFORM 3100-ADD-ENTRY
                       END-IF
                   WHEN ST-CHANGE
                       PERFORM 3060-VALIDATE-ENTRY
                       IF WS-ACTION-VALID
                           PERFORM 3200-CHANGE-ENTRY
                       END-IF
                   WHEN ST-DELETE
                       PERFORM 3300-DELETE-ENTRY
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO AD-RESULT
                       ADD 1 TO WS-ERROR-COUNT
               END-EVALUATE
           END-IF
           MOVE WS-ACTION-DETAIL TO STND-LISTING-REC
           WRITE STND-LISTING-REC.

      *    THE NUMBER BECOMES THE FRONT OF A TRANS-KEY, WHICH THE
      *    EDIT STEP REQUIRES TO BE ALL DIGITS.
       3050-VALIDATE-KEY.
           MOVE "Y" TO WS-VALID-SWITCH
           IF ST-ID IS NOT NUMERIC
               MOVE "INVALID ENTRY NUMBER" TO AD-RESULT
               MOVE "N" TO WS-VALID-SWITCH
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    THE FIRST FAILING FIELD IS REPORTED.
       3060-VALIDATE-ENTRY.
           MOVE ST-START-DATE TO WS-EDIT-DATE
           PERFORM 3070-EDIT-DATE
           MOVE WS-DATE-SWITCH TO WS-START-DATE-SWITCH
           MOVE ST-END-DATE TO WS-EDIT-DATE
           PERFORM 3070-EDIT-DATE
           MOVE WS-DATE-SWITCH TO WS-END-DATE-SWITCH
           EVALUATE TRUE
               WHEN ST-AMOUNT IS NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN ST-AMOUNT NOT > 0
                   MOVE "AMOUNT NOT POSITIVE" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT ST-TYPE-VALID
                   MOVE "INVALID TYPE" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN ST-CURRENCY NOT = SPACES
               AND ST-CURRENCY IS NOT ALPHABETIC
                   MOVE "INVALID CURRENCY" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT ST-FREQUENCY-VALID
                   MOVE "INVALID FREQUENCY" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT ST-SPECIFIC-DAY
               AND (ST-DAY IS NOT NUMERIC
                    OR ST-DAY < 1 OR ST-DAY > 31)
                   MOVE "INVALID DAY" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT WS-START-DATE-VALID
                   MOVE "INVALID START DATE" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN ST-END-DATE NOT = SPACES
               AND (NOT WS-END-DATE-VALID
                    OR ST-END-DATE < ST-START-DATE)
                   MOVE "INVALID END DATE" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN NOT ST-REVERSE-VALID
                   MOVE "INVALID REVERSE FLAG" TO AD-RESULT
                   MOVE "N" TO WS-VALID-SWITCH
               WHEN OTHER
                   MOVE ST-ACCOUNT TO AM-ACCOUNT
                   READ ACCT-MASTER
                   IF NOT WS-ACCT-OK
                       MOVE "ACCOUNT NOT ON ACCTMST" TO AD-RESULT
                       MOVE "N" TO WS-VALID-SWITCH
                   END-IF
           END-EVALUATE
           IF NOT WS-ACTION-VALID
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    WS-EDIT-DATE IS A REAL CALENDAR DATE WHEN IT IS NUMERIC,
      *    ITS MONTH IS 01-12 AND ITS DAY IS WITHIN THAT MONTH.
       3070-EDIT-DATE.
           MOVE "N" TO WS-DATE-SWITCH
           IF WS-EDIT-DATE IS NUMERIC
           AND WS-EDIT-MONTH NOT < 1 AND WS-EDIT-MONTH NOT > 12
               PERFORM 3080-SET-DAYS-IN-MONTH
               IF WS-EDIT-DAY NOT < 1
               AND WS-EDIT-DAY NOT > WS-DAYS-IN-MONTH
                   MOVE "Y" TO WS-DATE-SWITCH
               END-IF
           END-IF.

      *    THE SAME MONTH LENGTHS AND LEAP-YEAR RULE AS STNDGEN.
       3080-SET-DAYS-IN-MONTH.
           EVALUATE WS-EDIT-MONTH
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
                   DIVIDE WS-EDIT-YEAR BY 4
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = 0
                       MOVE 29 TO WS-DAYS-IN-MONTH
                       DIVIDE WS-EDIT-YEAR BY 100
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = 0
                           MOVE 28 TO WS-DAYS-IN-MONTH
                           DIVIDE WS-EDIT-YEAR BY 400
                               GIVING WS-LEAP-QUOTIENT
                               REMAINDER WS-LEAP-REMAINDER
                           IF WS-LEAP-REMAINDER = 0
                               MOVE 29 TO WS-DAYS-IN-MONTH
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       3100-ADD-ENTRY.
           PERFORM 3500-MOVE-TRANS-TO-MASTER
           WRITE STANDING-ENTRY-RECORD
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

       3200-CHANGE-ENTRY.
           MOVE ST-ID TO SE-ID
           READ STND-MASTER
           IF WS-MAST-OK
               PERFORM 3500-MOVE-TRANS-TO-MASTER
               REWRITE STANDING-ENTRY-RECORD
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

       3300-DELETE-ENTRY.
           MOVE ST-ID TO SE-ID
           DELETE STND-MASTER
           IF WS-MAST-OK
               MOVE "DELETED" TO AD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    A SPECIFIC-DAY ENTRY FALLS ON ITS START DATE, SO ITS DAY
      *    IS CARRIED AS THE START DATE'S DAY.
       3500-MOVE-TRANS-TO-MASTER.
           MOVE SPACES         TO STANDING-ENTRY-RECORD
           MOVE ST-ID          TO SE-ID
           MOVE ST-ACCOUNT     TO SE-ACCOUNT
           MOVE ST-AMOUNT      TO SE-AMOUNT
           MOVE ST-TYPE        TO SE-TYPE
           MOVE ST-CURRENCY    TO SE-CURRENCY
           MOVE ST-FREQUENCY   TO SE-FREQUENCY
           IF ST-SPECIFIC-DAY
               MOVE ST-START-DAY TO SE-DAY
           ELSE
               MOVE ST-DAY     TO SE-DAY
           END-IF
           MOVE ST-START-DATE  TO SE-START-DATE
           MOVE ST-END-DATE    TO SE-END-DATE
           IF ST-REVERSE = "Y"
               MOVE "Y"        TO SE-REVERSE
           ELSE
               MOVE "N"        TO SE-REVERSE
           END-IF
           MOVE ST-DESC        TO SE-DESC.

       5000-LIST-MASTER.
           CLOSE STND-MASTER
           OPEN INPUT STND-MASTER
           IF NOT WS-MAST-OK
               DISPLAY "STNDLOAD: UNABLE TO REOPEN STNDMST, STATUS "
                       WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO STND-LISTING-REC
           WRITE STND-LISTING-REC
           MOVE "STANDING-ENTRY MASTER AFTER MAINTENANCE" TO
                STND-LISTING-REC
           WRITE STND-LISTING-REC
           MOVE SPACES TO STND-LISTING-REC
           WRITE STND-LISTING-REC
           MOVE LOW-VALUES TO SE-ID
           START STND-MASTER KEY NOT < SE-ID
           IF NOT WS-MAST-OK
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF
           PERFORM 5100-LIST-NEXT-MASTER UNTIL WS-NO-MORE-MASTERS.

       5100-LIST-NEXT-MASTER.
           READ STND-MASTER NEXT RECORD
           IF WS-MAST-OK
               ADD 1 TO WS-MASTER-COUNT
               MOVE SPACES TO WS-MASTER-DETAIL
               MOVE SE-ID          TO MD-ID
               MOVE SE-ACCOUNT     TO MD-ACCOUNT
               MOVE SE-AMOUNT      TO MD-AMOUNT
               MOVE SE-TYPE        TO MD-TYPE
               MOVE SE-CURRENCY    TO MD-CURRENCY
               MOVE SE-FREQUENCY   TO MD-FREQUENCY
               MOVE SE-DAY         TO MD-DAY
               MOVE SE-START-DATE  TO MD-START-DATE
               MOVE SE-END-DATE    TO MD-END-DATE
               MOVE SE-REVERSE     TO MD-REVERSE
               MOVE SE-DESC        TO MD-DESC
               MOVE WS-MASTER-DETAIL TO STND-LISTING-REC
               WRITE STND-LISTING-REC
           ELSE
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO STND-LISTING-REC
           WRITE STND-LISTING-REC
           STRING "ACTIONS READ      : " DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   INTO STND-LISTING-REC
           WRITE STND-LISTING-REC
           STRING "ACTIONS APPLIED   : " DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   INTO STND-LISTING-REC
           WRITE STND-LISTING-REC
           STRING "ACTIONS IN ERROR  : " DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO STND-LISTING-REC
           WRITE STND-LISTING-REC
           STRING "STANDING ENTRIES  : " DELIMITED BY SIZE
                   WS-MASTER-COUNT DELIMITED BY SIZE
                   INTO STND-LISTING-REC
           WRITE STND-LISTING-REC
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE STND-TRANS-FILE
           CLOSE STND-MASTER
           CLOSE ACCT-MASTER
           CLOSE STND-LISTING.
