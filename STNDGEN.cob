       IDENTIFICATION DIVISION.
       PROGRAM-ID. STNDGEN.
      *REMARKS.
      *    STANDING-ENTRY GENERATOR.  HEADS THE NIGHTLY CHAIN, AHEAD
      *    OF TXNEDIT, AND WRITES EVERY STANDING-ENTRY OCCURRENCE
      *    DUE FOR THE BATCH DATE AS A TRANS-RECORD ON STNDOUT,
      *    WHICH THE JCL CONCATENATES INTO TRANSIN BEHIND THE BRANCH
      *    FEEDS.  THE RECORDS GO OUT UNDER THEIR OWN *BATCH
      *    SEPARATOR (SOURCE STD), SO RENT, DEPRECIATION AND THE
      *    OTHER RECURRING JOURNALS THAT USED TO BE KEYED BY HAND
      *    INTO A BRANCH FEED ARE EDITED, CONVERTED, DUPLICATE-
      *    SCREENED ON KEY+DATE AND SETTLED EXACTLY LIKE BRANCH
      *    DATA, AND SHOW AS A SOURCE OF THEIR OWN ON EVERY SOURCE
      *    SUBTOTAL DOWNSTREAM.  LIKE A BRANCH FEED, THE FEED CLOSES
      *    WITH A *TRAIL TRAILER CARRYING ITS DETAIL RECORD COUNT AND
      *    AMOUNT HASH TOTAL (SEE TRANFILE), WHICH TXNEDIT PROVES.  A
      *    NIGHT WITH NOTHING DUE WRITES NEITHER SEPARATOR NOR
      *    TRAILER.
      *
      *    EACH ENTRY ON THE STANDING-ENTRY MASTER (STNDMST -- SEE
      *    THE STNDMST COPYBOOK FOR FREQUENCIES, DATES AND KEYS) IS
      *    LOOKED AT FOR THE BATCH MONTH AND THE MONTH BEFORE IT,
      *    SO AN OCCURRENCE THAT FELL ON A NIGHT THE CHAIN DID NOT
      *    RUN IS PICKED UP BY THE NEXT RUN.  AN OCCURRENCE IS DUE
      *    WHEN ITS DATE IS NOT AFTER THE BATCH DATE AND LIES
      *    BETWEEN THE ENTRY'S START AND END DATES.  AN ACCRUAL
      *    (SE-REVERSE = "Y") IS REVERSED ON THE FIRST DAY OF THE
      *    MONTH AFTER EACH OCCURRENCE, OPPOSITE SIDE, SAME AMOUNT
      *    AND CURRENCY; THE REVERSAL IS DRIVEN FROM THE GENERATION
      *    LOG, SO IT IS STILL MADE IF THE ENTRY HAS SINCE ENDED.
      *
      *    THE GENERATION LOG (STNDLOG, ONE RECORD PER OCCURRENCE OR
      *    REVERSAL WRITTEN) IS READ AT STARTUP AND REWRITTEN IN
      *    PLACE AT THE END OF THE RUN, THE SAME WAY RUNCTL KEEPS
      *    RUNCTLF.  NOTHING LOGGED BY AN EARLIER NIGHT IS EVER
      *    WRITTEN AGAIN.  A RERUN OF THE SAME NIGHT -- INCLUDING A
      *    RERUN AUTHORIZED BY AN OPERATOR OVERRIDE THROUGH RUNCTL --
      *    OPENS STNDOUT AFRESH, SO EVERY RECORD THE EARLIER RUN
      *    LOGGED FOR THIS BATCH DATE IS WRITTEN AGAIN FROM ITS LOG
      *    ENTRY, WITH THE SAME KEY, DATE, ACCOUNT AND AMOUNT, AND
      *    LISTED ON THE REGISTER AS REGENERATED; ONLY THE LOG IS
      *    NOT ADDED TO.  IF THE EARLIER RUN'S RECORDS HAVE ALREADY
      *    POSTED, THE KEY+DATE DUPLICATE SCREEN IN TXNCONV (HISTIN)
      *    STOPS THEM POSTING TWICE.  THE LOG ONLY HAS TO
      *    COVER THE TWO MONTHS LOOKED AT, SO ENTRIES DATED BEFORE
      *    THE FIRST OF THE PRIOR MONTH ARE DROPPED WHEN IT IS
      *    REWRITTEN.  A FIRST-EVER RUN HAS NO STNDLOG (FILE STATUS
      *    35) AND CREATES IT.
      *
      *    THE GENERATION REGISTER (STNDRPT) LISTS EVERY RECORD
      *    WRITTEN -- KEY, OCCURRENCE OR REVERSAL, ACCOUNT, DATE,
      *    SIDE, AMOUNT, CURRENCY AND DESCRIPTION -- NOTING EVERY
      *    RECORD REGENERATED FOR THE BATCH DATE BY A RERUN.  THE
      *    RUN-CONTROL CHECK HAS NO PREREQUISITE; THE STAMP ON CLEAN
      *    COMPLETION RELEASES TXNEDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STND-MASTER ASSIGN TO STNDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SE-ID
               FILE STATUS IS WS-MAST-STATUS.
           SELECT STND-LOG ASSIGN TO STNDLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT STND-OUT ASSIGN TO STNDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT STND-RPT ASSIGN TO STNDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STND-MASTER.
       COPY STNDMST.

       FD  STND-LOG
           RECORDING MODE IS F.
       01  STND-LOG-REC               PIC X(60).

       FD  STND-OUT
           RECORDING MODE IS F.
       01  STND-OUT-REC               PIC X(80).

       FD  STND-RPT
           RECORDING MODE IS F.
       01  STND-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY TRANFILE REPLACING TRANS-RECORD BY WS-TRANS-RECORD.
       COPY RUNCTLA.

      *    ONE GENERATION-LOG RECORD PER TRANSACTION WRITTEN.  A
      *    REVERSAL CARRIES THE DATE OF THE OCCURRENCE IT REVERSES
      *    IN SL-OCC-DATE AND ITS OWN DATE IN SL-TRANS-DATE.  AN
      *    OCCURRENCE CARRIES EVERYTHING ITS REVERSAL WILL NEED.
       01  WS-STND-LOG-RECORD.
           05  SL-ID                  PIC X(5).
           05  SL-KIND                PIC X.
           05  SL-OCC-DATE            PIC X(8).
           05  SL-TRANS-DATE          PIC X(8).
           05  SL-BATCH-DATE          PIC X(8).
           05  SL-REVERSE             PIC X.
           05  SL-ACCOUNT             PIC X(10).
           05  SL-AMOUNT              PIC S9(7)V99.
           05  SL-TYPE                PIC X(2).
           05  SL-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(5).

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.

       01  WS-MAST-STATUS             PIC XX.
           88  WS-MAST-OK             VALUE "00".
       01  WS-LOG-STATUS              PIC XX.
           88  WS-LOG-OK              VALUE "00".
           88  WS-LOG-NOT-FOUND       VALUE "35".
       01  WS-OUT-STATUS              PIC XX.
           88  WS-OUT-OK              VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-MAST-EOF-SWITCH         PIC X       VALUE "N".
           88  WS-NO-MORE-ENTRIES     VALUE "Y".
       01  WS-SEPARATOR-SWITCH        PIC X       VALUE "N".
           88  WS-SEPARATOR-WRITTEN   VALUE "Y".
       01  WS-OCC-SWITCH              PIC X       VALUE "N".
           88  WS-OCC-FALLS-IN-MONTH  VALUE "Y".

      *    THE GENERATION LOG IN MEMORY.
       01  WS-LOG-MAX                 PIC 9(4)    VALUE 500.
       01  WS-LOG-COUNT               PIC 9(4)    VALUE 0.
       01  WS-LOG-TABLE.
           05  WS-LOG-ENTRY OCCURS 500 TIMES.
               10  LG-ID              PIC X(5).
               10  LG-KIND            PIC X.
               10  LG-OCC-DATE        PIC X(8).
               10  LG-TRANS-DATE      PIC X(8).
               10  LG-BATCH-DATE      PIC X(8).
               10  LG-REVERSE         PIC X.
               10  LG-ACCOUNT         PIC X(10).
               10  LG-AMOUNT          PIC S9(7)V99.
               10  LG-TYPE            PIC X(2).
               10  LG-CURRENCY        PIC X(3).
               10  FILLER             PIC X(5).
       01  WS-SUB                     PIC 9(4)    VALUE 0.
       01  WS-FOUND-SUB               PIC 9(4)    VALUE 0.
       01  WS-REV-SUB                 PIC 9(4)    VALUE 0.
       01  WS-LOG-SCAN-COUNT          PIC 9(4)    VALUE 0.

      *    THE TWO MONTHS LOOKED AT, AND THE OLDEST DATE KEPT ON THE
      *    LOG (THE FIRST OF THE PRIOR MONTH).
       01  WS-BATCH-DATE.
           05  WS-BATCH-YEAR          PIC 9(4).
           05  WS-BATCH-MONTH         PIC 9(2).
           05  WS-BATCH-DAY           PIC 9(2).
       01  WS-PRIOR-YEAR              PIC 9(4)    VALUE 0.
       01  WS-PRIOR-MONTH             PIC 9(2)    VALUE 0.
       01  WS-WINDOW-START.
           05  WS-WINDOW-YEAR         PIC 9(4).
           05  WS-WINDOW-MONTH        PIC 9(2).
           05  WS-WINDOW-DAY          PIC 9(2).

       01  WS-GEN-YEAR                PIC 9(4)    VALUE 0.
       01  WS-GEN-MONTH               PIC 9(2)    VALUE 0.
       01  WS-START-DATE.
           05  WS-START-YEAR          PIC 9(4).
           05  WS-START-MONTH         PIC 9(2).
           05  WS-START-DAY           PIC 9(2).
       01  WS-OCC-DATE.
           05  WS-OCC-YEAR            PIC 9(4).
           05  WS-OCC-MONTH           PIC 9(2).
           05  WS-OCC-DAY             PIC 9(2).
       01  WS-REV-DATE.
           05  WS-REV-YEAR            PIC 9(4).
           05  WS-REV-MONTH           PIC 9(2).
           05  WS-REV-DAY             PIC 9(2).
       01  WS-MONTH-DIFF              PIC S9(6)   VALUE 0.
       01  WS-QUARTER-QUOTIENT        PIC S9(6)   VALUE 0.
       01  WS-QUARTER-REMAINDER       PIC S9(6)   VALUE 0.

      *    CALENDAR WORK FIELDS, AS IN TXNEDIT.
       01  WS-EDIT-YEAR               PIC 9(4)    VALUE 0.
       01  WS-EDIT-MONTH              PIC 9(2)    VALUE 0.
       01  WS-DAYS-IN-MONTH           PIC 9(2)    VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(4)    VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(4)    VALUE 0.

       01  WS-ENTRY-COUNT             PIC 9(7)    VALUE 0.
       01  WS-OCCURRENCE-COUNT        PIC 9(7)    VALUE 0.
       01  WS-REVERSAL-COUNT          PIC 9(7)    VALUE 0.
       01  WS-REGENERATED-COUNT       PIC 9(7)    VALUE 0.
       01  WS-WRITTEN-COUNT           PIC 9(7)    VALUE 0.
       01  WS-HASH-TOTAL              PIC S9(11)V99 VALUE 0.
       01  WS-KEPT-COUNT              PIC 9(7)    VALUE 0.

       01  WS-HEADING-1.
           05  FILLER                 PIC X(37)   VALUE
               "STANDING-ENTRY GENERATION REGISTER - ".
           05  HD-BATCH-DATE          PIC X(8).

       01  WS-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "KEY".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "KIND".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "DATE".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(2)    VALUE "DC".
           05  FILLER                 PIC X(12)   VALUE
               "      AMOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "CUR".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(30)   VALUE "DESCRIPTION".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(20)   VALUE "NOTE".

       01  WS-REGISTER-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RG-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-KIND                PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-TYPE                PIC X(2).
           05  RG-AMOUNT              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-CURRENCY            PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-DESC                PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RG-NOTE                PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER UNTIL WS-NO-MORE-ENTRIES
           PERFORM 4000-GENERATE-REVERSALS
           PERFORM 6000-REWRITE-LOG
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1050-CHECK-RUN-CONTROL
           MOVE WS-RUN-DATE TO WS-BATCH-DATE
           IF WS-BATCH-MONTH = 1
               MOVE 12 TO WS-PRIOR-MONTH
               SUBTRACT 1 FROM WS-BATCH-YEAR GIVING WS-PRIOR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-BATCH-MONTH GIVING WS-PRIOR-MONTH
               MOVE WS-BATCH-YEAR TO WS-PRIOR-YEAR
           END-IF
           MOVE WS-PRIOR-YEAR  TO WS-WINDOW-YEAR
           MOVE WS-PRIOR-MONTH TO WS-WINDOW-MONTH
           MOVE 1              TO WS-WINDOW-DAY
           PERFORM 1100-LOAD-LOG
           OPEN INPUT STND-MASTER
           IF NOT WS-MAST-OK
               DISPLAY "STNDGEN: UNABLE TO OPEN STNDMST, FILE STATUS "
                       WS-MAST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STND-OUT
           IF NOT WS-OUT-OK
               DISPLAY "STNDGEN: UNABLE TO OPEN STNDOUT, FILE STATUS "
                       WS-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT STND-RPT
           IF NOT WS-RPT-OK
               DISPLAY "STNDGEN: UNABLE TO OPEN STNDRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO HD-BATCH-DATE
           MOVE WS-HEADING-1 TO STND-RPT-REC
           WRITE STND-RPT-REC
           MOVE SPACES TO STND-RPT-REC
           WRITE STND-RPT-REC
           MOVE WS-HEADING-2 TO STND-RPT-REC
           WRITE STND-RPT-REC
           MOVE SPACES TO STND-RPT-REC
           WRITE STND-RPT-REC
           MOVE LOW-VALUES TO SE-ID
           START STND-MASTER KEY NOT < SE-ID
           IF NOT WS-MAST-OK
               MOVE "Y" TO WS-MAST-EOF-SWITCH
           END-IF.

      *    RUNCTL ENDS THE RUN UNIT ITSELF WHEN THE STEP IS BLOCKED,
      *    SO THERE IS NOTHING TO TEST ON RETURN.
       1050-CHECK-RUN-CONTROL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           SET RCA-FUNC-CHECK TO TRUE
           MOVE "STNDGEN " TO RCA-STEP
           MOVE SPACES     TO RCA-PREREQ
           MOVE WS-RUN-DATE TO RCA-RUN-DATE
           CALL "RUNCTL" USING RUN-CTL-AREA.

       1100-LOAD-LOG.
           OPEN INPUT STND-LOG
           IF WS-LOG-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-LOG-OK
                   DISPLAY "STNDGEN: UNABLE TO OPEN STNDLOG, FILE "
                           "STATUS " WS-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1150-LOAD-LOG-RECORD UNTIL NOT WS-LOG-OK
               CLOSE STND-LOG
           END-IF.

       1150-LOAD-LOG-RECORD.
           READ STND-LOG
               NOT AT END
                   MOVE STND-LOG-REC TO WS-STND-LOG-RECORD
                   PERFORM 5500-ADD-LOG-ENTRY
           END-READ.

       2000-PROCESS-MASTER.
           READ STND-MASTER NEXT RECORD
           IF WS-MAST-OK
               ADD 1 TO WS-ENTRY-COUNT
               MOVE SE-START-DATE TO WS-START-DATE
               MOVE WS-PRIOR-YEAR  TO WS-GEN-YEAR
               MOVE WS-PRIOR-MONTH TO WS-GEN-MONTH
               PERFORM 3000-CHECK-MONTH
               MOVE WS-BATCH-YEAR  TO WS-GEN-YEAR
               MOVE WS-BATCH-MONTH TO WS-GEN-MONTH
               PERFORM 3000-CHECK-MONTH
           ELSE
               MOVE "Y" TO WS-MAST-EOF-SWITCH
           END-IF.

      *    WORKS OUT WHETHER THE ENTRY FALLS IN WS-GEN-YEAR/MONTH
      *    AND ON WHAT DAY, THEN GENERATES IT IF IT IS DUE.
       3000-CHECK-MONTH.
           MOVE "N" TO WS-OCC-SWITCH
           MOVE WS-GEN-YEAR  TO WS-OCC-YEAR
           MOVE WS-GEN-MONTH TO WS-OCC-MONTH
           EVALUATE TRUE
               WHEN SE-SPECIFIC-DAY
                   IF WS-START-YEAR = WS-GEN-YEAR
                   AND WS-START-MONTH = WS-GEN-MONTH
                       MOVE WS-START-DAY TO WS-OCC-DAY
                       SET WS-OCC-FALLS-IN-MONTH TO TRUE
                   END-IF
               WHEN SE-MONTHLY
                   PERFORM 3100-SET-OCCURRENCE-DAY
                   SET WS-OCC-FALLS-IN-MONTH TO TRUE
               WHEN SE-QUARTERLY
                   COMPUTE WS-MONTH-DIFF =
                       (WS-GEN-YEAR * 12 + WS-GEN-MONTH)
                     - (WS-START-YEAR * 12 + WS-START-MONTH)
                   IF WS-MONTH-DIFF NOT < 0
                       DIVIDE WS-MONTH-DIFF BY 3
                           GIVING WS-QUARTER-QUOTIENT
                           REMAINDER WS-QUARTER-REMAINDER
                       IF WS-QUARTER-REMAINDER = 0
                           PERFORM 3100-SET-OCCURRENCE-DAY
                           SET WS-OCC-FALLS-IN-MONTH TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-OCC-FALLS-IN-MONTH
           AND WS-OCC-DATE NOT < SE-START-DATE
           AND (SE-END-DATE = SPACES OR WS-OCC-DATE NOT > SE-END-DATE)
           AND WS-OCC-DATE NOT > WS-RUN-DATE
               PERFORM 3200-GENERATE-OCCURRENCE
           END-IF.

      *    A DAY PAST THE END OF A SHORT MONTH FALLS ON ITS LAST DAY.
       3100-SET-OCCURRENCE-DAY.
           MOVE WS-GEN-YEAR  TO WS-EDIT-YEAR
           MOVE WS-GEN-MONTH TO WS-EDIT-MONTH
           PERFORM 3360-SET-DAYS-IN-MONTH
           IF SE-DAY > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-OCC-DAY
           ELSE
               MOVE SE-DAY TO WS-OCC-DAY
           END-IF.

       3200-GENERATE-OCCURRENCE.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 3250-SCAN-FOR-OCCURRENCE WS-LOG-COUNT TIMES
           MOVE SPACES TO WS-REGISTER-DETAIL
           STRING SE-ID DELIMITED BY SIZE
                   "0" DELIMITED BY SIZE
                   INTO RG-KEY
           MOVE "OCCURRENCE" TO RG-KIND
           MOVE SE-ACCOUNT   TO RG-ACCOUNT
           MOVE WS-OCC-DATE  TO RG-DATE
           MOVE SE-TYPE      TO RG-TYPE
           MOVE SE-AMOUNT    TO RG-AMOUNT
           MOVE SE-CURRENCY  TO RG-CURRENCY
           MOVE SE-DESC      TO RG-DESC
           IF WS-FOUND-SUB > 0
               IF LG-BATCH-DATE(WS-FOUND-SUB) = WS-RUN-DATE
                   PERFORM 5200-REGENERATE-TRANSACTION
               END-IF
           ELSE
               MOVE SPACES          TO WS-STND-LOG-RECORD
               MOVE SE-ID           TO SL-ID
               MOVE "O"             TO SL-KIND
               MOVE WS-OCC-DATE     TO SL-OCC-DATE
               MOVE WS-OCC-DATE     TO SL-TRANS-DATE
               MOVE WS-RUN-DATE     TO SL-BATCH-DATE
               MOVE SE-REVERSE      TO SL-REVERSE
               MOVE SE-ACCOUNT      TO SL-ACCOUNT
               MOVE SE-AMOUNT       TO SL-AMOUNT
               MOVE SE-TYPE         TO SL-TYPE
               MOVE SE-CURRENCY     TO SL-CURRENCY
               PERFORM 5500-ADD-LOG-ENTRY
               PERFORM 5000-WRITE-TRANSACTION
               ADD 1 TO WS-OCCURRENCE-COUNT
               MOVE WS-REGISTER-DETAIL TO STND-RPT-REC
               WRITE STND-RPT-REC
           END-IF.

       3250-SCAN-FOR-OCCURRENCE.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND LG-ID(WS-SUB) = SE-ID
           AND LG-KIND(WS-SUB) = "O"
           AND LG-OCC-DATE(WS-SUB) = WS-OCC-DATE
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

      *    FEBRUARY GETS 29 DAYS IN A LEAP YEAR: DIVISIBLE BY 4,
      *    EXCEPT CENTURIES, EXCEPT EVERY FOURTH CENTURY.
       3360-SET-DAYS-IN-MONTH.
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

      *    EVERY ACCRUAL OCCURRENCE ON THE LOG -- LOADED OR WRITTEN
      *    THIS RUN -- WHOSE REVERSAL DATE HAS COME AND THAT HAS NOT
      *    YET BEEN REVERSED IS REVERSED NOW.  REVERSALS ADDED BY
      *    THIS PASS ARE BEYOND WS-LOG-SCAN-COUNT AND ARE NOT
      *    THEMSELVES LOOKED AT.
       4000-GENERATE-REVERSALS.
           MOVE WS-LOG-COUNT TO WS-LOG-SCAN-COUNT
           MOVE 0 TO WS-REV-SUB
           PERFORM 4100-CHECK-REVERSAL WS-LOG-SCAN-COUNT TIMES.

       4100-CHECK-REVERSAL.
           ADD 1 TO WS-REV-SUB
           IF LG-KIND(WS-REV-SUB) = "O"
           AND LG-REVERSE(WS-REV-SUB) = "Y"
               MOVE LG-OCC-DATE(WS-REV-SUB) TO WS-REV-DATE
               IF WS-REV-MONTH = 12
                   MOVE 1 TO WS-REV-MONTH
                   ADD 1 TO WS-REV-YEAR
               ELSE
                   ADD 1 TO WS-REV-MONTH
               END-IF
               MOVE 1 TO WS-REV-DAY
               IF WS-REV-DATE NOT > WS-RUN-DATE
                   PERFORM 4200-GENERATE-REVERSAL
               END-IF
           END-IF.

       4200-GENERATE-REVERSAL.
           MOVE 0 TO WS-FOUND-SUB
           MOVE 0 TO WS-SUB
           PERFORM 4250-SCAN-FOR-REVERSAL WS-LOG-COUNT TIMES
           MOVE SPACES TO WS-REGISTER-DETAIL
           STRING LG-ID(WS-REV-SUB) DELIMITED BY SIZE
                   "1" DELIMITED BY SIZE
                   INTO RG-KEY
           MOVE "REVERSAL"  TO RG-KIND
           MOVE LG-ACCOUNT(WS-REV-SUB)  TO RG-ACCOUNT
           MOVE WS-REV-DATE             TO RG-DATE
           IF LG-TYPE(WS-REV-SUB) = "CR"
               MOVE "DR" TO RG-TYPE
           ELSE
               MOVE "CR" TO RG-TYPE
           END-IF
           MOVE LG-AMOUNT(WS-REV-SUB)   TO RG-AMOUNT
           MOVE LG-CURRENCY(WS-REV-SUB) TO RG-CURRENCY
           STRING "REVERSES OCCURRENCE OF " DELIMITED BY SIZE
                   LG-OCC-DATE(WS-REV-SUB) DELIMITED BY SIZE
                   INTO RG-DESC
           IF WS-FOUND-SUB > 0
               IF LG-BATCH-DATE(WS-FOUND-SUB) = WS-RUN-DATE
                   PERFORM 5200-REGENERATE-TRANSACTION
               END-IF
           ELSE
               MOVE SPACES          TO WS-STND-LOG-RECORD
               MOVE LG-ID(WS-REV-SUB)       TO SL-ID
               MOVE "R"                     TO SL-KIND
               MOVE LG-OCC-DATE(WS-REV-SUB) TO SL-OCC-DATE
               MOVE WS-REV-DATE             TO SL-TRANS-DATE
               MOVE WS-RUN-DATE             TO SL-BATCH-DATE
               MOVE "N"                     TO SL-REVERSE
               MOVE LG-ACCOUNT(WS-REV-SUB)  TO SL-ACCOUNT
               MOVE LG-AMOUNT(WS-REV-SUB)   TO SL-AMOUNT
               MOVE RG-TYPE                 TO SL-TYPE
               MOVE LG-CURRENCY(WS-REV-SUB) TO SL-CURRENCY
               PERFORM 5500-ADD-LOG-ENTRY
               PERFORM 5000-WRITE-TRANSACTION
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE WS-REGISTER-DETAIL TO STND-RPT-REC
               WRITE STND-RPT-REC
           END-IF.

       4250-SCAN-FOR-REVERSAL.
           ADD 1 TO WS-SUB
           IF WS-FOUND-SUB = 0
           AND LG-ID(WS-SUB) = LG-ID(WS-REV-SUB)
           AND LG-KIND(WS-SUB) = "R"
           AND LG-OCC-DATE(WS-SUB) = LG-OCC-DATE(WS-REV-SUB)
               MOVE WS-SUB TO WS-FOUND-SUB
           END-IF.

      *    WRITES THE TRANSACTION DESCRIBED BY WS-STND-LOG-RECORD,
      *    PRECEDED BY THE FEED'S *BATCH SEPARATOR THE FIRST TIME.
       5000-WRITE-TRANSACTION.
           IF NOT WS-SEPARATOR-WRITTEN
               MOVE SPACES   TO WS-TRANS-RECORD
               MOVE "*BATCH" TO TRANS-KEY
               MOVE "STD"    TO TRANS-SOURCE
               MOVE WS-TRANS-RECORD TO STND-OUT-REC
               WRITE STND-OUT-REC
               SET WS-SEPARATOR-WRITTEN TO TRUE
           END-IF
           MOVE SPACES TO WS-TRANS-RECORD
           IF SL-KIND = "R"
               STRING SL-ID DELIMITED BY SIZE
                       "1" DELIMITED BY SIZE
                       INTO TRANS-KEY
           ELSE
               STRING SL-ID DELIMITED BY SIZE
                       "0" DELIMITED BY SIZE
                       INTO TRANS-KEY
           END-IF
           MOVE SL-ACCOUNT    TO TRANS-ACCOUNT
           MOVE SL-TRANS-DATE TO TRANS-DATE
           MOVE SL-AMOUNT     TO TRANS-AMOUNT-IN
           MOVE SL-TYPE       TO TRANS-TYPE
           MOVE SL-CURRENCY   TO TRANS-CURRENCY
           MOVE WS-TRANS-RECORD TO STND-OUT-REC
           WRITE STND-OUT-REC
           ADD 1 TO WS-WRITTEN-COUNT
           ADD TRANS-AMOUNT-IN TO WS-HASH-TOTAL.

      *    CLOSES THE FEED WITH ITS CONTROL-TOTAL TRAILER.
       5100-WRITE-TRAILER.
           MOVE SPACES   TO WS-TRANS-RECORD
           MOVE "*TRAIL" TO TRANS-KEY
           MOVE "STD"    TO TRANS-SOURCE
           MOVE WS-WRITTEN-COUNT TO TRANS-TRL-COUNT
           MOVE WS-HASH-TOTAL    TO TRANS-TRL-HASH
           MOVE WS-TRANS-RECORD TO STND-OUT-REC
           WRITE STND-OUT-REC.

      *    A RECORD THE EARLIER RUN OF THIS NIGHT ALREADY LOGGED IS
      *    WRITTEN AGAIN EXACTLY AS LOGGED, SINCE THIS RUN'S STNDOUT
      *    HAS REPLACED THAT RUN'S.
       5200-REGENERATE-TRANSACTION.
           MOVE WS-LOG-ENTRY(WS-FOUND-SUB) TO WS-STND-LOG-RECORD
           PERFORM 5000-WRITE-TRANSACTION
           MOVE SL-ACCOUNT  TO RG-ACCOUNT
           MOVE SL-TYPE     TO RG-TYPE
           MOVE SL-AMOUNT   TO RG-AMOUNT
           MOVE SL-CURRENCY TO RG-CURRENCY
           ADD 1 TO WS-REGENERATED-COUNT
           MOVE "REGENERATED" TO RG-NOTE
           MOVE WS-REGISTER-DETAIL TO STND-RPT-REC
           WRITE STND-RPT-REC.

       5500-ADD-LOG-ENTRY.
           IF WS-LOG-COUNT >= WS-LOG-MAX
               DISPLAY "STNDGEN: GENERATION LOG TABLE FULL AT "
                       WS-LOG-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LOG-COUNT
           MOVE WS-STND-LOG-RECORD TO WS-LOG-ENTRY(WS-LOG-COUNT).

      *    THE LOG IS REWRITTEN WHOLE, LESS ANYTHING DATED BEFORE
      *    THE FIRST OF THE PRIOR MONTH.
       6000-REWRITE-LOG.
           OPEN OUTPUT STND-LOG
           IF NOT WS-LOG-OK
               DISPLAY "STNDGEN: UNABLE TO REWRITE STNDLOG, FILE "
                       "STATUS " WS-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-SUB
           PERFORM 6100-WRITE-LOG-RECORD WS-LOG-COUNT TIMES
           CLOSE STND-LOG.

       6100-WRITE-LOG-RECORD.
           ADD 1 TO WS-SUB
           IF LG-TRANS-DATE(WS-SUB) NOT < WS-WINDOW-START
               MOVE WS-LOG-ENTRY(WS-SUB) TO STND-LOG-REC
               WRITE STND-LOG-REC
               ADD 1 TO WS-KEPT-COUNT
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "STANDING ENTRIES  : " DELIMITED BY SIZE
                   WS-ENTRY-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "OCCURRENCES       : " DELIMITED BY SIZE
                   WS-OCCURRENCE-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "REVERSALS         : " DELIMITED BY SIZE
                   WS-REVERSAL-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "REGENERATED       : " DELIMITED BY SIZE
                   WS-REGENERATED-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "RECORDS WRITTEN   : " DELIMITED BY SIZE
                   WS-WRITTEN-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           STRING "LOG ENTRIES KEPT  : " DELIMITED BY SIZE
                   WS-KEPT-COUNT DELIMITED BY SIZE
                   INTO STND-RPT-REC
           WRITE STND-RPT-REC
           IF WS-SEPARATOR-WRITTEN
               PERFORM 5100-WRITE-TRAILER
           END-IF
           CLOSE STND-MASTER
           CLOSE STND-OUT
           CLOSE STND-RPT
           SET RCA-FUNC-STAMP TO TRUE
           CALL "RUNCTL" USING RUN-CTL-AREA.
