       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPLOAD.
      *REMARKS.
      *    LOADS AND LISTS THE ACCOUNT REMAPPING MASTER (ACCTMAP,
      *    INDEXED BY OLD ACCOUNT NUMBER -- SEE THE ACCTMAP
      *    COPYBOOK).  WHEN ACCOUNTS ARE MERGED OR RETIRED IN
      *    ACCTLOAD THE BRANCHES GO ON KEYING THE OLD NUMBERS FOR A
      *    WHILE; A MAPPING LETS THE CONVERSION RUN POST THOSE
      *    TRANSACTIONS TO THE NEW ACCOUNT INSTEAD OF SENDING EACH
      *    ONE TO SUSPENSE.  READS THE MAPPING MAINTENANCE
      *    TRANSACTION FILE (MAPTRN), ONE ACTION PER RECORD:
      *        A  ADD A MAPPING (DUPLICATE OLD ACCOUNT IS AN ERROR)
      *        C  CHANGE A MAPPING (NOT FOUND IS AN ERROR)
      *        D  DELETE A MAPPING (NOT FOUND IS AN ERROR)
      *    EVERY ACTION, APPLIED OR FAILED, IS ECHOED TO THE MAPPING
      *    LISTING (MAPLIST) TOGETHER WITH A FULL LISTING OF THE
      *    MASTER AFTER MAINTENANCE, THE SAME WAY AS ACCTLOAD.  A
      *    MAPPING WHOSE EXPIRY DATE IS BEFORE TODAY IS MARKED
      *    EXPIRED ON THE LISTING, SO IT CAN BE DELETED ONCE THE
      *    BRANCHES HAVE STOPPED USING THE OLD NUMBER.
      *
      *    AN ADD MUST CARRY THE NEW ACCOUNT, THE EFFECTIVE-FROM
      *    DATE AND THE EXPIRY DATE, AND THE EXPIRY MAY NOT BE
      *    BEFORE THE EFFECTIVE DATE.  A CHANGE WITH ANY OF THE THREE
      *    LEFT BLANK KEEPS THE VALUE ON FILE, SO EXTENDING A
      *    MAPPING IS A CHANGE CARRYING ONLY THE NEW EXPIRY DATE.
      *    THE NEW ACCOUNT MUST BE ON THE CHART OF ACCOUNTS (ACCTMST)
      *    AND OPEN, MAY NOT BE THE OLD ACCOUNT ITSELF, AND MAY NOT
      *    BE AN OLD ACCOUNT ON THE MAPPING MASTER; NOR MAY THE OLD
      *    ACCOUNT BE THE NEW ACCOUNT OF ANOTHER MAPPING ALREADY ON
      *    FILE -- THE CONVERSION RUN FOLLOWS A MAPPING ONCE, NOT A
      *    CHAIN OF THEM, SO A CHAIN IS REFUSED FROM EITHER END.
      *
      *    A FIRST-TIME RUN (NO ACCTMAP YET, FILE STATUS 35) CREATES
      *    THE MASTER EMPTY AND PROCEEDS.  MAINTENANCE ERRORS ARE
      *    REPORTED AND COUNTED BUT DO NOT STOP THE RUN; THE RUN ENDS
      *    WITH RETURN-CODE 8 WHEN ANY ACTION FAILED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAP-TRANS-FILE ASSIGN TO MAPTRN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.
           SELECT ACCT-MAP ASSIGN TO ACCTMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MP-OLD-ACCOUNT
               FILE STATUS IS WS-MAP-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT MAP-LISTING ASSIGN TO MAPLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAP-TRANS-FILE
           RECORDING MODE IS F.
       01  MAP-TRANS-REC              PIC X(80).

       FD  ACCT-MAP.
       COPY ACCTMAP.

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  MAP-LISTING
           RECORDING MODE IS F.
       01  MAP-LISTING-REC            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MAP-TRANS.
           05  MT-ACTION              PIC X.
               88  MT-ADD             VALUE "A".
               88  MT-CHANGE          VALUE "C".
               88  MT-DELETE          VALUE "D".
           05  MT-OLD-ACCOUNT         PIC X(10).
           05  MT-NEW-ACCOUNT         PIC X(10).
           05  MT-EFF-DATE            PIC X(8).
           05  MT-EXPIRY-DATE         PIC X(8).
           05  FILLER                 PIC X(43).

       01  WS-TRAN-STATUS             PIC XX.
           88  WS-TRAN-OK             VALUE "00".
       01  WS-MAP-STATUS              PIC XX.
           88  WS-MAP-OK              VALUE "00".
           88  WS-MAP-NOT-FOUND       VALUE "35".
           88  WS-MAP-DUP-KEY         VALUE "22".
           88  WS-MAP-NO-RECORD       VALUE "23".
           88  WS-MAP-EOF             VALUE "10".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
           88  WS-ACCT-NO-RECORD      VALUE "23".
       01  WS-LIST-STATUS             PIC XX.
           88  WS-LIST-OK             VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-TRANS       VALUE "Y".
       01  WS-LIST-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-MAPPINGS    VALUE "Y".
       01  WS-TARGET-EOF-SWITCH       PIC X       VALUE "N".
           88  WS-NO-MORE-TARGETS     VALUE "Y".

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.
       01  WS-MAP-ERROR               PIC X(24)   VALUE SPACES.

       01  WS-TRAN-COUNT              PIC 9(7)    VALUE 0.
       01  WS-APPLIED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-MAPPING-COUNT           PIC 9(7)    VALUE 0.
       01  WS-EXPIRED-COUNT           PIC 9(7)    VALUE 0.

       01  WS-ACTION-DETAIL.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-ACTION              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-OLD-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  AD-RESULT              PIC X(24).

       01  WS-MAPPING-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  MD-OLD-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(4)    VALUE " TO ".
           05  MD-NEW-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-EFF-DATE            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-EXPIRY-DATE         PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  MD-EXPIRED             PIC X(7).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANS UNTIL WS-NO-MORE-TRANS
           PERFORM 5000-LIST-MASTER
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MAP-TRANS-FILE
           IF NOT WS-TRAN-OK
               DISPLAY "MAPLOAD: UNABLE TO OPEN MAPTRN, FILE STATUS "
                       WS-TRAN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCT-MAP
           IF WS-MAP-NOT-FOUND
               OPEN OUTPUT ACCT-MAP
               CLOSE ACCT-MAP
               OPEN I-O ACCT-MAP
           END-IF
           IF NOT WS-MAP-OK
               DISPLAY "MAPLOAD: UNABLE TO OPEN ACCTMAP, FILE STATUS "
                       WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCT-MASTER
           IF NOT WS-ACCT-OK
               DISPLAY "MAPLOAD: UNABLE TO OPEN ACCTMST, FILE STATUS "
                       WS-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MAP-LISTING
           IF NOT WS-LIST-OK
               DISPLAY "MAPLOAD: UNABLE TO OPEN MAPLIST, FILE STATUS "
                       WS-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ACCOUNT REMAPPING MAINTENANCE AND LISTING" TO
                MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           MOVE SPACES TO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           PERFORM 2100-READ-MAP-TRANS.

       2000-PROCESS-TRANS.
           PERFORM 3000-APPLY-ACTION
           PERFORM 2100-READ-MAP-TRANS.

       2100-READ-MAP-TRANS.
           READ MAP-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-TRAN-COUNT
                   MOVE MAP-TRANS-REC TO WS-MAP-TRANS
           END-READ.

       3000-APPLY-ACTION.
           MOVE SPACES TO WS-ACTION-DETAIL
           MOVE MT-ACTION      TO AD-ACTION
           MOVE MT-OLD-ACCOUNT TO AD-OLD-ACCOUNT
           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM 3100-ADD-MAPPING
               WHEN MT-CHANGE
                   PERFORM 3200-CHANGE-MAPPING
               WHEN MT-DELETE
                   PERFORM 3300-DELETE-MAPPING
               WHEN OTHER
                   MOVE "INVALID ACTION CODE" TO AD-RESULT
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           MOVE WS-ACTION-DETAIL TO MAP-LISTING-REC
           WRITE MAP-LISTING-REC.

       3100-ADD-MAPPING.
           PERFORM 3400-VALIDATE-MAPPING
           IF WS-MAP-ERROR NOT = SPACES
               MOVE WS-MAP-ERROR TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM 3500-MOVE-TRANS-TO-MASTER
               WRITE ACCT-MAP-RECORD
               IF WS-MAP-OK
                   MOVE "ADDED" TO AD-RESULT
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   IF WS-MAP-DUP-KEY
                       MOVE "ALREADY ON FILE" TO AD-RESULT
                   ELSE
                       MOVE "WRITE FAILED" TO AD-RESULT
                   END-IF
                   ADD 1 TO WS-ERROR-COUNT
               END-IF
           END-IF.

       3200-CHANGE-MAPPING.
           MOVE MT-OLD-ACCOUNT TO MP-OLD-ACCOUNT
           READ ACCT-MAP
           IF WS-MAP-OK
               IF MT-NEW-ACCOUNT = SPACES
                   MOVE MP-NEW-ACCOUNT TO MT-NEW-ACCOUNT
               END-IF
               IF MT-EFF-DATE = SPACES
                   MOVE MP-EFF-DATE TO MT-EFF-DATE
               END-IF
               IF MT-EXPIRY-DATE = SPACES
                   MOVE MP-EXPIRY-DATE TO MT-EXPIRY-DATE
               END-IF
               PERFORM 3400-VALIDATE-MAPPING
               IF WS-MAP-ERROR NOT = SPACES
                   MOVE WS-MAP-ERROR TO AD-RESULT
                   ADD 1 TO WS-ERROR-COUNT
               ELSE
                   PERFORM 3500-MOVE-TRANS-TO-MASTER
                   REWRITE ACCT-MAP-RECORD
                   IF WS-MAP-OK
                       MOVE "CHANGED" TO AD-RESULT
                       ADD 1 TO WS-APPLIED-COUNT
                   ELSE
                       MOVE "REWRITE FAILED" TO AD-RESULT
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               END-IF
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       3300-DELETE-MAPPING.
           MOVE MT-OLD-ACCOUNT TO MP-OLD-ACCOUNT
           DELETE ACCT-MAP
           IF WS-MAP-OK
               MOVE "DELETED" TO AD-RESULT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               MOVE "NOT ON FILE" TO AD-RESULT
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

      *    THE CHAIN CHECKS READ THE MAPPING MASTER BY THE NEW
      *    ACCOUNT, THEN BROWSE IT FOR A MAPPING WHOSE NEW ACCOUNT
      *    IS THIS ONE'S OLD ACCOUNT (THE FILE IS KEYED ONLY BY OLD
      *    ACCOUNT), BOTH OF WHICH REPLACE THE RECORD AREA -- THE
      *    CHANGE PATH HAS ALREADY TAKEN WHAT IT NEEDS FROM THE
      *    RECORD ON FILE, AND 3500 REBUILDS THE RECORD FROM THE
      *    TRANSACTION.
       3400-VALIDATE-MAPPING.
           MOVE SPACES TO WS-MAP-ERROR
           EVALUATE TRUE
               WHEN MT-OLD-ACCOUNT = SPACES
                   MOVE "OLD ACCOUNT MISSING" TO WS-MAP-ERROR
               WHEN MT-NEW-ACCOUNT = SPACES
                   MOVE "NEW ACCOUNT MISSING" TO WS-MAP-ERROR
               WHEN MT-NEW-ACCOUNT = MT-OLD-ACCOUNT
                   MOVE "MAPPED TO ITSELF" TO WS-MAP-ERROR
               WHEN MT-EFF-DATE IS NOT NUMERIC
                   MOVE "INVALID EFFECTIVE DATE" TO WS-MAP-ERROR
               WHEN MT-EXPIRY-DATE IS NOT NUMERIC
                   MOVE "INVALID EXPIRY DATE" TO WS-MAP-ERROR
               WHEN MT-EXPIRY-DATE < MT-EFF-DATE
                   MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-MAP-ERROR
           END-EVALUATE
           IF WS-MAP-ERROR = SPACES
               MOVE MT-NEW-ACCOUNT TO AM-ACCOUNT
               READ ACCT-MASTER
               EVALUATE TRUE
                   WHEN WS-ACCT-NO-RECORD
                       MOVE "NEW ACCOUNT NOT ON FILE" TO WS-MAP-ERROR
                   WHEN NOT WS-ACCT-OK
                       DISPLAY "MAPLOAD: ACCTMST READ FAILED, FILE "
                               "STATUS " WS-ACCT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN AM-CLOSED
                       MOVE "NEW ACCOUNT CLOSED" TO WS-MAP-ERROR
               END-EVALUATE
           END-IF
           IF WS-MAP-ERROR = SPACES
               MOVE MT-NEW-ACCOUNT TO MP-OLD-ACCOUNT
               READ ACCT-MAP
               IF WS-MAP-OK
                   MOVE "NEW ACCOUNT IS MAPPED" TO WS-MAP-ERROR
               END-IF
           END-IF
           IF WS-MAP-ERROR = SPACES
               MOVE "N" TO WS-TARGET-EOF-SWITCH
               MOVE SPACES TO MP-OLD-ACCOUNT
               START ACCT-MAP KEY NOT < MP-OLD-ACCOUNT
               IF NOT WS-MAP-OK
                   MOVE "Y" TO WS-TARGET-EOF-SWITCH
               END-IF
               PERFORM 3450-CHECK-NEXT-TARGET
                   UNTIL WS-NO-MORE-TARGETS
           END-IF.

       3450-CHECK-NEXT-TARGET.
           READ ACCT-MAP NEXT RECORD
           IF WS-MAP-OK
               IF MP-NEW-ACCOUNT = MT-OLD-ACCOUNT
                   MOVE "OLD ACCOUNT IS A TARGET" TO WS-MAP-ERROR
                   MOVE "Y" TO WS-TARGET-EOF-SWITCH
               END-IF
           ELSE
               MOVE "Y" TO WS-TARGET-EOF-SWITCH
           END-IF.

       3500-MOVE-TRANS-TO-MASTER.
           MOVE SPACES         TO ACCT-MAP-RECORD
           MOVE MT-OLD-ACCOUNT TO MP-OLD-ACCOUNT
           MOVE MT-NEW-ACCOUNT TO MP-NEW-ACCOUNT
           MOVE MT-EFF-DATE    TO MP-EFF-DATE
           MOVE MT-EXPIRY-DATE TO MP-EXPIRY-DATE.

       5000-LIST-MASTER.
           CLOSE ACCT-MAP
           OPEN INPUT ACCT-MAP
           IF NOT WS-MAP-OK
               DISPLAY "MAPLOAD: UNABLE TO REOPEN ACCTMAP, STATUS "
                       WS-MAP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           MOVE "ACCOUNT REMAPPING MASTER AFTER MAINTENANCE" TO
                MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           MOVE SPACES TO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           MOVE SPACES TO MP-OLD-ACCOUNT
           START ACCT-MAP KEY NOT < MP-OLD-ACCOUNT
           IF NOT WS-MAP-OK
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF
           PERFORM 5100-LIST-NEXT-MAPPING UNTIL WS-NO-MORE-MAPPINGS.

       5100-LIST-NEXT-MAPPING.
           READ ACCT-MAP NEXT RECORD
           IF WS-MAP-OK
               ADD 1 TO WS-MAPPING-COUNT
               MOVE MP-OLD-ACCOUNT TO MD-OLD-ACCOUNT
               MOVE MP-NEW-ACCOUNT TO MD-NEW-ACCOUNT
               MOVE MP-EFF-DATE    TO MD-EFF-DATE
               MOVE MP-EXPIRY-DATE TO MD-EXPIRY-DATE
               IF MP-EXPIRY-DATE < WS-RUN-DATE
                   MOVE "EXPIRED" TO MD-EXPIRED
                   ADD 1 TO WS-EXPIRED-COUNT
               ELSE
                   MOVE SPACES TO MD-EXPIRED
               END-IF
               MOVE WS-MAPPING-DETAIL TO MAP-LISTING-REC
               WRITE MAP-LISTING-REC
           ELSE
               MOVE "Y" TO WS-LIST-EOF-SWITCH
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           STRING "ACTIONS READ      : " DELIMITED BY SIZE
                   WS-TRAN-COUNT DELIMITED BY SIZE
                   INTO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           STRING "ACTIONS APPLIED   : " DELIMITED BY SIZE
                   WS-APPLIED-COUNT DELIMITED BY SIZE
                   INTO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           STRING "ACTIONS IN ERROR  : " DELIMITED BY SIZE
                   WS-ERROR-COUNT DELIMITED BY SIZE
                   INTO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           STRING "MAPPINGS ON FILE  : " DELIMITED BY SIZE
                   WS-MAPPING-COUNT DELIMITED BY SIZE
                   INTO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           STRING "MAPPINGS EXPIRED  : " DELIMITED BY SIZE
                   WS-EXPIRED-COUNT DELIMITED BY SIZE
                   INTO MAP-LISTING-REC
           WRITE MAP-LISTING-REC
           IF WS-ERROR-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE MAP-TRANS-FILE
           CLOSE ACCT-MAP
           CLOSE ACCT-MASTER
           CLOSE MAP-LISTING.
