      *        HONORED FOR FEBRUARY)
      *      - TRANS-AMOUNT-IN MUST PASS THE NUMERIC CLASS TEST
      *      - TRANS-TYPE MUST BE DR, CR, OR SPACES (LEGACY DEBIT)
      *      - TRANS-RESUB MUST BE "R", "A", "D" OR SPACE, AND MAY
      *        BE "A" OR "D" ONLY OUTSIDE A BRANCH FEED -- AN
      *        APPROVAL DECISION COMES FROM APPRUPD, NEVER FROM A
      *        BRANCH
      *      - TRANS-CURRENCY MUST BE SPACES (BASE) OR ALPHABETIC
      *
      *    A *BATCH SEPARATOR RECORD (SEE TRANFILE) SKIPS THE FIELD
      *    THROUGH TO THE CLEAN FILE SO THE CONVERSION RUN STILL
      *    SEES THE FEED BOUNDARIES.
      *
      *    BEFORE ANY RECORD IS EDITED, A FIRST PASS OVER TRANSIN
      *    PROVES EACH BRANCH FEED (A *BATCH SEPARATOR THROUGH ITS
      *    *TRAIL TRAILER, SEE TRANFILE) AGAINST THE CONTROL TOTALS
      *    THE BRANCH PUT ON ITS TRAILER: THE DETAIL RECORD COUNT AND
      *    THE HASH TOTAL OF TRANS-AMOUNT-IN.  A FEED WHOSE TRAILER IS
      *    MISSING (ANOTHER SEPARATOR OR END OF FILE ARRIVES FIRST),
      *    UNREADABLE, FOR ANOTHER SOURCE, OR OUT OF BALANCE WAS CUT
      *    SHORT OR GARBLED IN TRANSMISSION, SO THE WHOLE FEED,
      *    SEPARATOR AND TRAILER INCLUDED, IS COPIED UNEDITED TO THE
      *    HELD-FEED FILE (TRANSHLD) FOR THE BRANCH TO RE-SEND; NONE
      *    OF IT IS HALF-PROCESSED.  THE OTHER FEEDS FLOW ON TO THE
      *    CLEAN FILE AS USUAL.  A PROVEN TRAILER HAS DONE ITS JOB
      *    AND IS NOT COPIED TO THE CLEAN FILE.  A TRAILER THAT
      *    CLOSES NO FEED IS REJECTED AS AN EDIT ERROR.  RECORDS
      *    OUTSIDE ANY SEPARATOR/TRAILER PAIR (APPRUPD RELEASES,
      *    CORRAPLY RESUBMISSIONS) ARE NOT UNDER TRAILER CONTROL AND
      *    ARE EDITED AS BEFORE.  THE EDIT REPORT OPENS WITH THE
      *    CONTROL-TOTAL RESULT FOR EVERY FEED, AND BRRETURN TELLS
      *    EACH BRANCH WHOSE FEED WAS HELD.
      *
      *    A RECORD THAT PASSES EVERY EDIT IS COPIED UNCHANGED TO THE
      *    CLEAN FILE (TRANSCLN) THAT FEEDS TXNCONV.  A RECORD THAT
      *    FAILS ANY EDIT IS COPIED ONCE TO THE REJECT FILE (TRANSREJ)
      *    AND EVERY FAILED FIELD IS LISTED ON THE PRINTED EDIT
      *    REPORT WITH THE FIELD NAME AND THE REASON, SO THE BRANCH
      *    CAN BE TOLD EXACTLY WHAT TO RE-KEY.  THE RUN ENDS WITH
      *    RETURN-CODE 8 WHEN ANYTHING WAS REJECTED OR HELD SO THE JCL
      *    CAN FLAG THE REJECT AND HELD-FEED FILES FOR ATTENTION.
      *
      *    THE STANDING-ENTRY GENERATOR (STNDGEN) HEADS THE NIGHTLY
      *    CHAIN AND ITS STNDOUT IS PART OF TRANSIN, SO THIS STEP'S
      *    RUN-CONTROL CHECK (SEE RUNCTL) REQUIRES ITS STAMP.  A
      *    RERUN OF A NIGHT ALREADY STAMPED STILL NEEDS AN OPERATOR
      *    OVERRIDE, AND THE STAMP ON CLEAN COMPLETION IS WHAT
      *    RELEASES TXNCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO TRANSREJ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT HELD-FILE ASSIGN TO TRANSHLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT EDIT-RPT ASSIGN TO EDITRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
           RECORDING MODE IS F.
       01  REJECT-FILE-REC            PIC X(80).

       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-FILE-REC              PIC X(80).

       FD  EDIT-RPT
           RECORDING MODE IS F.
       01  EDIT-RPT-REC               PIC X(132).
           88  WS-CLEAN-OK            VALUE "00".
       01  WS-REJECT-STATUS           PIC XX.
           88  WS-REJECT-OK           VALUE "00".
       01  WS-HELD-STATUS             PIC XX.
           88  WS-HELD-OK             VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-RECORDS     VALUE "Y".
       01  WS-SCAN-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-SCAN-DONE           VALUE "Y".
       01  WS-SECTION-OPEN-SWITCH     PIC X       VALUE "N".
           88  WS-SECTION-OPEN        VALUE "Y".
       01  WS-RECORD-BAD-SWITCH       PIC X       VALUE "N".
           88  WS-RECORD-IS-BAD       VALUE "Y".
       01  WS-IN-FEED-SWITCH          PIC X       VALUE "N".
           88  WS-RECORD-IN-FEED      VALUE "Y".

       01  WS-RECORD-COUNT            PIC 9(7)    VALUE 0.
       01  WS-CLEAN-COUNT             PIC 9(7)    VALUE 0.
       01  WS-REJECT-COUNT            PIC 9(7)    VALUE 0.
       01  WS-ERROR-COUNT             PIC 9(7)    VALUE 0.
       01  WS-BATCH-COUNT             PIC 9(7)    VALUE 0.
       01  WS-SCAN-COUNT              PIC 9(7)    VALUE 0.
       01  WS-PROVEN-COUNT            PIC 9(7)    VALUE 0.
       01  WS-HELD-FEED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-HELD-RECORD-COUNT       PIC 9(7)    VALUE 0.

      *    ONE ENTRY PER BRANCH FEED, IN TRANSIN ORDER, BUILT BY THE
      *    PROVING PASS.  THE EDIT PASS FINDS A RECORD'S FEED BY
      *    COUNTING SEPARATORS, AND KNOWS IT HAS LEFT THE FEED ONCE
      *    THE RECORD NUMBER PASSES SC-LAST-RECORD.
       01  WS-SECTION-MAX             PIC 9(4)    VALUE 100.
       01  WS-SECTION-COUNT           PIC 9(4)    VALUE 0.
       01  WS-SECTION-SUB             PIC 9(4)    VALUE 0.
       01  WS-CURRENT-SECTION         PIC 9(4)    VALUE 0.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY       OCCURS 100 TIMES.
               10  SC-SOURCE          PIC X(3).
               10  SC-FIRST-RECORD    PIC 9(7).
               10  SC-LAST-RECORD     PIC 9(7).
               10  SC-DETAIL-COUNT    PIC 9(7).
               10  SC-HASH-TOTAL      PIC S9(11)V99.
               10  SC-TRL-COUNT       PIC 9(7).
               10  SC-TRL-HASH        PIC S9(11)V99.
               10  SC-TRAILER-SWITCH  PIC X.
                   88  SC-TRAILER-FOUND   VALUE "Y".
               10  SC-HELD-SWITCH     PIC X.
                   88  SC-FEED-HELD       VALUE "Y".
               10  SC-RESULT          PIC X(20).

      *    CALENDAR WORK FIELDS FOR THE TRANS-DATE EDIT.  THE DATE IS
      *    BROKEN INTO ITS PARTS ONLY AFTER THE EIGHT BYTES HAVE
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(20)   VALUE "REASON".

       01  WS-CONTROL-HEADING-1.
           05  FILLER                 PIC X(26)   VALUE
               "BRANCH FEED CONTROL TOTALS".

       01  WS-CONTROL-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "SOURCE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "COUNTED".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "TRAILER".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(19)   VALUE
               "       HASH COUNTED".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(19)   VALUE
               "       HASH TRAILER".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(20)   VALUE "RESULT".

       01  WS-CONTROL-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  CD-SOURCE              PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  CD-COUNT               PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  CD-TRL-COUNT           PIC ZZZZZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  CD-HASH                PIC ----,---,---,--9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  CD-TRL-HASH            PIC ----,---,---,--9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  CD-RESULT              PIC X(20).

       01  WS-EDIT-DETAIL.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  ED-RECORD-NO           PIC ZZZZZZ9.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT HELD-FILE
           IF NOT WS-HELD-OK
               DISPLAY "TXNEDIT: UNABLE TO OPEN TRANSHLD, FILE STATUS "
                       WS-HELD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EDIT-RPT
           IF NOT WS-RPT-OK
               DISPLAY "TXNEDIT: UNABLE TO OPEN EDITRPT, FILE STATUS "
           WRITE EDIT-RPT-REC
           MOVE SPACES TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           PERFORM 1500-PROVE-BRANCH-FEEDS
           PERFORM 1800-PRINT-CONTROL-TOTALS
           MOVE WS-HEADING-2 TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           MOVE SPACES TO EDIT-RPT-REC
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SET RCA-FUNC-CHECK TO TRUE
           MOVE "TXNEDIT " TO RCA-STEP
           MOVE "STNDGEN " TO RCA-PREREQ
           MOVE WS-RUN-DATE TO RCA-RUN-DATE
           CALL "RUNCTL" USING RUN-CTL-AREA.

      *    FIRST PASS: READ THE WHOLE OF TRANSIN, TOTAL EACH BRANCH
      *    FEED'S DETAIL RECORDS AND PROVE THEM AGAINST ITS TRAILER,
      *    THEN REOPEN TRANSIN FOR THE EDIT PASS.
       1500-PROVE-BRANCH-FEEDS.
           PERFORM 1550-READ-SCAN
           PERFORM 1600-SCAN-RECORD UNTIL WS-SCAN-DONE
           IF WS-SECTION-OPEN
               PERFORM 3700-CHECK-BATCH-TRAILER
           END-IF
           CLOSE TRANS-FILE
           OPEN INPUT TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY "TXNEDIT: UNABLE TO OPEN TRANSIN, FILE STATUS "
                       WS-TRANS-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1550-READ-SCAN.
           READ TRANS-FILE
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
                   MOVE TRANS-FILE-REC TO WS-TRANS-RECORD
           END-READ.

      *    A SEPARATOR ARRIVING WHILE A FEED IS STILL OPEN MEANS THAT
      *    FEED LOST ITS TRAILER; IT IS CLOSED OFF AT THE RECORD
      *    BEFORE AND FAILS ITS CHECK.  A TRAILER WITH NO FEED OPEN IS
      *    LEFT FOR THE EDIT PASS TO REJECT.
       1600-SCAN-RECORD.
           EVALUATE TRUE
               WHEN TRANS-BATCH-HEADER
                   IF WS-SECTION-OPEN
                       PERFORM 3700-CHECK-BATCH-TRAILER
                   END-IF
                   PERFORM 1650-OPEN-SECTION
               WHEN TRANS-BATCH-TRAILER
                   IF WS-SECTION-OPEN
                       MOVE "Y" TO SC-TRAILER-SWITCH(WS-SECTION-COUNT)
                       PERFORM 3700-CHECK-BATCH-TRAILER
                   END-IF
               WHEN OTHER
                   IF WS-SECTION-OPEN
                       ADD 1 TO SC-DETAIL-COUNT(WS-SECTION-COUNT)
                       IF TRANS-AMOUNT-IN IS NUMERIC
                           ADD TRANS-AMOUNT-IN
                               TO SC-HASH-TOTAL(WS-SECTION-COUNT)
                       END-IF
                   END-IF
           END-EVALUATE
           PERFORM 1550-READ-SCAN.

       1650-OPEN-SECTION.
           IF WS-SECTION-COUNT NOT < WS-SECTION-MAX
               DISPLAY "TXNEDIT: FEED TABLE FULL AT "
                       WS-SECTION-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SECTION-COUNT
           MOVE TRANS-SOURCE TO SC-SOURCE(WS-SECTION-COUNT)
           MOVE WS-SCAN-COUNT TO SC-FIRST-RECORD(WS-SECTION-COUNT)
           MOVE 0 TO SC-LAST-RECORD(WS-SECTION-COUNT)
           MOVE 0 TO SC-DETAIL-COUNT(WS-SECTION-COUNT)
           MOVE 0 TO SC-HASH-TOTAL(WS-SECTION-COUNT)
           MOVE 0 TO SC-TRL-COUNT(WS-SECTION-COUNT)
           MOVE 0 TO SC-TRL-HASH(WS-SECTION-COUNT)
           MOVE "N" TO SC-TRAILER-SWITCH(WS-SECTION-COUNT)
           MOVE "N" TO SC-HELD-SWITCH(WS-SECTION-COUNT)
           MOVE SPACES TO SC-RESULT(WS-SECTION-COUNT)
           MOVE "Y" TO WS-SECTION-OPEN-SWITCH.

       1800-PRINT-CONTROL-TOTALS.
           MOVE WS-CONTROL-HEADING-1 TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           MOVE SPACES TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           MOVE WS-CONTROL-HEADING-2 TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           MOVE SPACES TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           MOVE 0 TO WS-SECTION-SUB
           PERFORM 1850-PRINT-SECTION WS-SECTION-COUNT TIMES
           MOVE SPACES TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC.

       1850-PRINT-SECTION.
           ADD 1 TO WS-SECTION-SUB
           MOVE SC-SOURCE(WS-SECTION-SUB) TO CD-SOURCE
           MOVE SC-DETAIL-COUNT(WS-SECTION-SUB) TO CD-COUNT
           MOVE SC-TRL-COUNT(WS-SECTION-SUB) TO CD-TRL-COUNT
           MOVE SC-HASH-TOTAL(WS-SECTION-SUB) TO CD-HASH
           MOVE SC-TRL-HASH(WS-SECTION-SUB) TO CD-TRL-HASH
           MOVE SC-RESULT(WS-SECTION-SUB) TO CD-RESULT
           MOVE WS-CONTROL-DETAIL TO EDIT-RPT-REC
           WRITE EDIT-RPT-REC.

      *    EVERY RECORD OF A HELD FEED GOES TO TRANSHLD AS IT CAME IN.
      *    A PROVEN TRAILER STOPS HERE.  EVERYTHING ELSE IS EDITED.
       2000-PROCESS-FILE.
           IF TRANS-BATCH-HEADER
               ADD 1 TO WS-CURRENT-SECTION
           END-IF
           MOVE "N" TO WS-IN-FEED-SWITCH
           IF WS-CURRENT-SECTION > 0
           AND WS-RECORD-COUNT
                   NOT > SC-LAST-RECORD(WS-CURRENT-SECTION)
               SET WS-RECORD-IN-FEED TO TRUE
           END-IF
           IF WS-RECORD-IN-FEED
               IF SC-FEED-HELD(WS-CURRENT-SECTION)
                   ADD 1 TO WS-HELD-RECORD-COUNT
                   MOVE WS-TRANS-RECORD TO HELD-FILE-REC
                   WRITE HELD-FILE-REC
               ELSE
                   IF NOT TRANS-BATCH-TRAILER
                       PERFORM 3000-EDIT-RECORD
                   END-IF
               END-IF
           ELSE
               PERFORM 3000-EDIT-RECORD
           END-IF
           PERFORM 2100-READ-TRANS.

       2100-READ-TRANS.

       3000-EDIT-RECORD.
           MOVE "N" TO WS-RECORD-BAD-SWITCH
           EVALUATE TRUE
               WHEN TRANS-BATCH-HEADER
                   PERFORM 3600-EDIT-BATCH-HEADER
               WHEN TRANS-BATCH-TRAILER
                   MOVE "TRANS-KEY" TO ED-FIELD
                   MOVE "TRAILER OUTSIDE FEED" TO ED-REASON
                   PERFORM 3900-WRITE-EDIT-ERROR
               WHEN OTHER
                   PERFORM 3100-EDIT-KEY
                   PERFORM 3200-EDIT-ACCOUNT
                   PERFORM 3300-EDIT-DATE
                   PERFORM 3400-EDIT-AMOUNT
                   PERFORM 3500-EDIT-TYPE
                   PERFORM 3550-EDIT-RESUB
                   PERFORM 3570-EDIT-CURRENCY
           END-EVALUATE
           IF WS-RECORD-IS-BAD
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-TRANS-RECORD TO REJECT-FILE-REC
               PERFORM 3900-WRITE-EDIT-ERROR
           END-IF.

      *    A RELEASE OR DECLINE IS ONLY EVER WRITTEN BY APPRUPD, AND
      *    ITS RECORDS ARE CONCATENATED AFTER THE BRANCH FEEDS, SO AN
      *    "A" OR "D" INSIDE A FEED IS A BRANCH TRYING TO DECIDE ITS
      *    OWN ITEM AND IS REJECTED THE SAME AS ANY OTHER BAD FLAG.
       3550-EDIT-RESUB.
           IF (TRANS-RESUB NOT = SPACE
               AND NOT TRANS-RESUBMISSION
               AND NOT TRANS-RELEASED
               AND NOT TRANS-DECLINED)
           OR ((TRANS-RELEASED OR TRANS-DECLINED)
               AND WS-RECORD-IN-FEED)
               MOVE "TRANS-RESUB" TO ED-FIELD
               MOVE "INVALID RESUB FLAG" TO ED-REASON
               PERFORM 3900-WRITE-EDIT-ERROR
               PERFORM 3900-WRITE-EDIT-ERROR
           END-IF.

      *    CLOSES THE OPEN FEED AND PROVES IT.  ON A TRAILER THE FEED
      *    ENDS AT THE TRAILER ITSELF AND ITS TOTALS ARE IN
      *    WS-TRANS-RECORD; WITHOUT ONE IT ENDS AT THE RECORD BEFORE
      *    (THE NEXT SEPARATOR, OR END OF FILE).  ANY FAILURE HOLDS
      *    THE WHOLE FEED.
       3700-CHECK-BATCH-TRAILER.
           MOVE WS-SECTION-COUNT TO WS-SECTION-SUB
           IF SC-TRAILER-FOUND(WS-SECTION-SUB)
               MOVE WS-SCAN-COUNT TO SC-LAST-RECORD(WS-SECTION-SUB)
               IF TRANS-TRL-COUNT IS NUMERIC
                   MOVE TRANS-TRL-COUNT TO SC-TRL-COUNT(WS-SECTION-SUB)
               END-IF
               IF TRANS-TRL-HASH IS NUMERIC
                   MOVE TRANS-TRL-HASH TO SC-TRL-HASH(WS-SECTION-SUB)
               END-IF
           ELSE
               IF WS-SCAN-DONE
                   MOVE WS-SCAN-COUNT TO SC-LAST-RECORD(WS-SECTION-SUB)
               ELSE
                   SUBTRACT 1 FROM WS-SCAN-COUNT
                       GIVING SC-LAST-RECORD(WS-SECTION-SUB)
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT SC-TRAILER-FOUND(WS-SECTION-SUB)
                   MOVE "MISSING TRAILER"
                       TO SC-RESULT(WS-SECTION-SUB)
               WHEN TRANS-TRL-COUNT IS NOT NUMERIC
               WHEN TRANS-TRL-HASH IS NOT NUMERIC
                   MOVE "TRAILER NOT NUMERIC"
                       TO SC-RESULT(WS-SECTION-SUB)
               WHEN TRANS-SOURCE NOT = SC-SOURCE(WS-SECTION-SUB)
                   MOVE "TRAILER SOURCE WRONG"
                       TO SC-RESULT(WS-SECTION-SUB)
               WHEN SC-TRL-COUNT(WS-SECTION-SUB)
                       NOT = SC-DETAIL-COUNT(WS-SECTION-SUB)
                   MOVE "RECORD COUNT WRONG"
                       TO SC-RESULT(WS-SECTION-SUB)
               WHEN SC-TRL-HASH(WS-SECTION-SUB)
                       NOT = SC-HASH-TOTAL(WS-SECTION-SUB)
                   MOVE "HASH TOTAL WRONG"
                       TO SC-RESULT(WS-SECTION-SUB)
               WHEN OTHER
                   MOVE "ACCEPTED" TO SC-RESULT(WS-SECTION-SUB)
           END-EVALUATE
           IF SC-RESULT(WS-SECTION-SUB) = "ACCEPTED"
               ADD 1 TO WS-PROVEN-COUNT
           ELSE
               MOVE "Y" TO SC-HELD-SWITCH(WS-SECTION-SUB)
               ADD 1 TO WS-HELD-FEED-COUNT
           END-IF
           MOVE "N" TO WS-SECTION-OPEN-SWITCH.

       3900-WRITE-EDIT-ERROR.
           SET WS-RECORD-IS-BAD TO TRUE
           ADD 1 TO WS-ERROR-COUNT
                   WS-BATCH-COUNT DELIMITED BY SIZE
                   INTO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           STRING "FEEDS PROVEN      : " DELIMITED BY SIZE
                   WS-PROVEN-COUNT DELIMITED BY SIZE
                   INTO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           STRING "FEEDS HELD        : " DELIMITED BY SIZE
                   WS-HELD-FEED-COUNT DELIMITED BY SIZE
                   INTO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           STRING "RECORDS HELD      : " DELIMITED BY SIZE
                   WS-HELD-RECORD-COUNT DELIMITED BY SIZE
                   INTO EDIT-RPT-REC
           WRITE EDIT-RPT-REC
           IF WS-REJECT-COUNT > 0
           OR WS-HELD-FEED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE TRANS-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE HELD-FILE
           CLOSE EDIT-RPT
           SET RCA-FUNC-STAMP TO TRUE
           CALL "RUNCTL" USING RUN-CTL-AREA.
