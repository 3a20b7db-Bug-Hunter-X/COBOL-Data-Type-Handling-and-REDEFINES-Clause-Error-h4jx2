      *    (TRANS-CURRENCY NOT SPACES) IS CONVERTED TO BASE USING
      *    THE DAILY RATE FILE (RATEFILE, LOADED AT STARTUP -- AN
      *    UNOPENABLE RATE FILE IS A HARD STOP) BEFORE THE AMOUNT IS
      *    STAGED THROUGH AMT-CONV-AREA, SO THE AMTCONV RANGE CHECK
      *    APPLIES TO THE BASE-CURRENCY VALUE.  THE ORIGINAL
      *    CURRENCY, ORIGINAL AMOUNT, AND RATE APPLIED RIDE THE
      *    CONV AREA ONTO THE AUDIT LOG.  A CURRENCY WITH NO RATE ON
      *    PERDCTL (FILE STATUS 35 -- NOT YET CREATED BY PERDLOAD)
      *    DISABLES THE SCREEN ENTIRELY, SO EXISTING JCL KEEPS
      *    WORKING UNTIL THE FILE IS LOADED.
      *
      *    POSTING JOURNAL: EVERY GL EXTRACT RECORD IS SHADOWED BY A
      *    JOURNAL WORK RECORD (JRNLWRK -- SEE POSTJRNL) CARRYING
      *    WHAT THE GL LAYOUT CANNOT: THE TRANSACTION KEY, THE BASE
      *    AMOUNT, AND THE ORIGINAL CURRENCY AND AMOUNT.  THE TWO
      *    FILES ARE WRITTEN TOGETHER, IN THE SAME ORDER, AHEAD OF
      *    THE CHECKPOINT, SO THEY STAY IN STEP ACROSS A RESTART.
      *    GLBALUPD STAMPS THEM WITH THE BATCH IDENTITY AND APPENDS
      *    THEM TO THE CUMULATIVE JOURNAL WHEN THE BATCH IS APPLIED.
      *
      *    APPROVAL HOLD: APPRPARM (OPTIONAL, ONE LINE PER SOURCE
      *    SYSTEM -- SOURCE CODE IN COLUMNS 1-3, "***" FOR ALL
      *    SOURCES NOT LISTED, AND THE THRESHOLD AS 11 DIGITS WITH
      *    TWO IMPLIED DECIMALS IN COLUMNS 5-15) SETS THE BASE
      *    AMOUNT AT OR ABOVE WHICH AN ITEM NEEDS A SUPERVISOR'S
      *    APPROVAL BEFORE IT POSTS.  AN ITEM THAT PASSES EVERY
      *    SCREEN AND THE AMTCONV RANGE CHECK, BUT WHOSE BASE AMOUNT
      *    (AFTER RATE CONVERSION) REACHES ITS SOURCE'S THRESHOLD,
      *    IS WRITTEN TO THE PENDING-APPROVAL WORK FILE (PENDWRK --
      *    SEE PENDFILE) INSTEAD OF THE GL EXTRACT AND JOURNAL WORK
      *    FILE.  ITS KEY+DATE GOES ON THE PROCESSED HISTORY AS IF
      *    IT HAD POSTED, SO A BRANCH RE-SENDING THE SAME ITEM IS
      *    STILL A DUPLICATE.  APPRUPD CARRIES THE HOLD AND SENDS
      *    EACH DECIDED ITEM BACK THROUGH TRANSIN: A RELEASED ITEM
      *    (TRANS-RESUB = "A") POSTS WITHOUT BEING HELD AGAIN, AND A
      *    DECLINED ITEM (TRANS-RESUB = "D") GOES STRAIGHT TO THE
      *    EXCEPTION PATH AND SO TO SUSPENSE.  BOTH BYPASS THE
      *    DUPLICATE SCREEN.  WITHOUT APPRPARM NOTHING IS HELD.  AN
      *    "A" OR "D" RECORD THAT DOES NOT NAME AN APPROVER, OR NAMES
      *    ITS OWN KEYER, IS REFUSED TO THE EXCEPTION PATH BEFORE
      *    EITHER SCREEN, ON THE SAME MAKER-CHECKER RULE APPRUPD
      *    APPLIES WHEN THE DECISION IS TAKEN.
      *
      *    LARGE VALUES: AMTCONV IS CALLED IN LARGE-VALUE MODE (SEE
      *    AMTFIELD), SO A BASE AMOUNT ABOVE 99999.99 -- PAYROLL
      *    FUNDING, INTERCOMPANY SETTLEMENTS -- POSTS WHOLE INSTEAD
      *    OF GOING TO SUSPENSE AS AN OVERFLOW.  IT GOES OUT ON THE
      *    GL EXTRACT AS A LARGE-VALUE DETAIL (GL-LARGE-VALUE, SEE
      *    GLFEED) AND ON THE JOURNAL WORK FILE AT ITS FULL BASE
      *    AMOUNT, AND THE WRAP-UP COUNTS THEM.
      *
      *    ACCOUNT REMAPPING: A TRANSACTION STILL KEYED TO A RETIRED
      *    OR MERGED ACCOUNT THAT HAS A MAPPING ON THE REMAPPING
      *    MASTER (ACCTMAP, MAINTAINED BY MAPLOAD) IS REDIRECTED TO
      *    THE MAPPING'S NEW ACCOUNT JUST BEFORE THE ACCOUNT CHECK,
      *    PROVIDED IT IS DATED WITHIN THE MAPPING'S EFFECTIVE AND
      *    EXPIRY DATES, AND FROM THERE ON IS CHECKED, CONVERTED,
      *    HELD, POSTED OR EXCEPTED AGAINST THE NEW ACCOUNT.  THE
      *    ORIGINAL ACCOUNT RIDES THE CONV AREA ONTO THE AUDIT LOG
      *    BESIDE THE SUBSTITUTED ONE, AND IS ALSO SHOWN ON THE
      *    EXCEPTION DETAIL OF A REMAPPED ITEM THAT FAILS A LATER
      *    SCREEN.  THE WRAP-UP PRINTS A REMAP SUMMARY BY SOURCE --
      *    EACH OLD ACCOUNT A BRANCH IS STILL KEYING, WHERE IT WENT,
      *    AND HOW MANY TIMES -- SO THE BRANCHES CAN BE TOLD.  A
      *    MISSING ACCTMAP (FILE STATUS 35 -- NOT YET CREATED BY
      *    MAPLOAD) REMAPS NOTHING, THE SAME WAY AS PERDCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-WORK-FILE ASSIGN TO MAINTWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT JOURNAL-WORK ASSIGN TO JRNLWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT ACCT-MASTER ASSIGN TO ACCTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PEND-WORK ASSIGN TO PENDWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT APPR-PARM ASSIGN TO APPRPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-PARM-STATUS.
           SELECT ACCT-MAP ASSIGN TO ACCTMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MP-OLD-ACCOUNT
               FILE STATUS IS WS-MAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  MAINT-WORK-FILE-REC        PIC X(85).

       FD  JOURNAL-WORK
           RECORDING MODE IS F.
       01  JOURNAL-WORK-REC           PIC X(80).

       FD  ACCT-MASTER.
       COPY ACCTMST.

       FD  PERIOD-CTL.
       COPY PERDCTL.

       FD  PEND-WORK
           RECORDING MODE IS F.
       01  PEND-WORK-REC              PIC X(100).

       FD  APPR-PARM
           RECORDING MODE IS F.
       01  APPR-PARM-REC              PIC X(80).

       FD  ACCT-MAP.
       COPY ACCTMAP.

       WORKING-STORAGE SECTION.
       COPY TRANFILE REPLACING TRANS-RECORD BY WS-TRANS-RECORD.
       COPY AMTFIELD.
       COPY GLFEED.
       COPY MAINTWRK.
       COPY POSTJRNL.
       COPY HISTFILE.
       COPY RATEFILE.
       COPY PENDFILE.
       COPY RUNCTLA.

       01  WS-GL-STATUS               PIC XX.
       01  WS-MAINT-STATUS            PIC XX.
           88  WS-MAINT-OK            VALUE "00".
           88  WS-MAINT-NOT-FOUND     VALUE "35".
       01  WS-JRNL-STATUS             PIC XX.
           88  WS-JRNL-OK             VALUE "00".
           88  WS-JRNL-NOT-FOUND      VALUE "35".
       01  WS-ACCT-STATUS             PIC XX.
           88  WS-ACCT-OK             VALUE "00".
           88  WS-ACCT-NO-RECORD      VALUE "23".
           88  WS-PERD-NO-RECORD      VALUE "23".
       01  WS-PERD-ACTIVE-SWITCH      PIC X       VALUE "N".
           88  WS-PERD-ACTIVE         VALUE "Y".
       01  WS-PEND-STATUS             PIC XX.
           88  WS-PEND-OK             VALUE "00".
           88  WS-PEND-NOT-FOUND      VALUE "35".
       01  WS-APPR-PARM-STATUS        PIC XX.
           88  WS-APPR-PARM-OK        VALUE "00".
       01  WS-MAP-STATUS              PIC XX.
           88  WS-MAP-OK              VALUE "00".
           88  WS-MAP-NOT-FOUND       VALUE "35".
           88  WS-MAP-NO-RECORD       VALUE "23".
       01  WS-MAP-ACTIVE-SWITCH       PIC X       VALUE "N".
           88  WS-MAP-ACTIVE          VALUE "Y".

       01  WS-TRANS-STATUS            PIC XX.
           88  WS-TRANS-OK            VALUE "00".
           88  WS-RECORD-IS-DUP       VALUE "Y".
       01  WS-PERIOD-BAD-SWITCH       PIC X       VALUE "N".
           88  WS-PERIOD-IS-BAD       VALUE "Y".
       01  WS-APPROVER-BAD-SWITCH     PIC X       VALUE "N".
           88  WS-APPROVER-IS-BAD     VALUE "Y".
       01  WS-DECLINED-SWITCH         PIC X       VALUE "N".
           88  WS-RECORD-IS-DECLINED  VALUE "Y".
       01  WS-HOLD-SWITCH             PIC X       VALUE "N".
           88  WS-ITEM-IS-HELD        VALUE "Y".

      *    THE CHECKPOINT IS WRITTEN AFTER EVERY RECORD (INTERVAL 1),
      *    NOT BATCHED, BECAUSE GLEXTRCT/EXCPRPT/MAINTWRK ARE
       01  WS-RECORD-COUNT            PIC 9(7)    VALUE 0.
       01  WS-PROCESSED-COUNT         PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-COUNT         PIC 9(7)    VALUE 0.
       01  WS-HELD-COUNT              PIC 9(7)    VALUE 0.
       01  WS-LARGE-COUNT             PIC 9(7)    VALUE 0.
       01  WS-REMAP-COUNT             PIC 9(7)    VALUE 0.
       01  WS-EXCEPTION-REASON        PIC X(20).

      *    SOURCE-SYSTEM TRACKING.  WS-CURRENT-SOURCE IS THE CODE
               10  SRC-CODE           PIC X(3).
               10  SRC-RECORDS        PIC 9(7).
               10  SRC-EXCEPTIONS     PIC 9(7).
               10  SRC-HELD           PIC 9(7).
               10  SRC-AMOUNT         PIC S9(9)V99.
       01  WS-SRC-SUB                 PIC 9(2)    VALUE 0.
       01  WS-SRC-FOUND               PIC 9(2)    VALUE 0.
           88  WS-RATE-IS-BAD         VALUE "Y".
       01  WS-BASE-AMOUNT             PIC S9(7)V99 VALUE 0.

      *    APPROVAL THRESHOLDS BY SOURCE SYSTEM, LOADED FROM
      *    APPRPARM AT STARTUP.  WS-THRESH-DEFAULT POINTS AT THE
      *    "***" ENTRY, IF ANY, WHICH COVERS EVERY SOURCE NOT LISTED
      *    BY NAME.
       01  WS-APPR-PARM-LINE.
           05  AP-SOURCE              PIC X(3).
           05  FILLER                 PIC X.
           05  AP-THRESHOLD           PIC 9(9)V99.
           05  FILLER                 PIC X(65).
       01  WS-THRESH-MAX              PIC 9(2)    VALUE 20.
       01  WS-THRESH-COUNT            PIC 9(2)    VALUE 0.
       01  WS-THRESH-TABLE.
           05  WS-THRESH-ENTRY OCCURS 20 TIMES.
               10  TH-SOURCE          PIC X(3).
               10  TH-THRESHOLD       PIC 9(9)V99.
       01  WS-THRESH-SUB              PIC 9(2)    VALUE 0.
       01  WS-THRESH-FOUND            PIC 9(2)    VALUE 0.
       01  WS-THRESH-DEFAULT          PIC 9(2)    VALUE 0.
       01  WS-HOLD-AMOUNT             PIC 9(9)V99 VALUE 0.

      *    ACCOUNT REMAPPING.  WS-MAPPED-FROM-ACCOUNT IS THE ACCOUNT
      *    AS KEYED WHEN THE RECORD IN HAND WAS REDIRECTED (SPACES
      *    OTHERWISE).  THE TABLE COUNTS EACH SOURCE / OLD ACCOUNT /
      *    NEW ACCOUNT COMBINATION FOR THE REMAP SUMMARY.
       01  WS-MAPPED-FROM-ACCOUNT     PIC X(10)   VALUE SPACES.
       01  WS-REMAP-MAX               PIC 9(3)    VALUE 200.
       01  WS-REMAP-ENTRIES           PIC 9(3)    VALUE 0.
       01  WS-REMAP-TABLE.
           05  WS-REMAP-ENTRY OCCURS 200 TIMES.
               10  RM-SOURCE          PIC X(3).
               10  RM-OLD-ACCOUNT     PIC X(10).
               10  RM-NEW-ACCOUNT     PIC X(10).
               10  RM-COUNT           PIC 9(7).
       01  WS-REMAP-SUB               PIC 9(3)    VALUE 0.
       01  WS-REMAP-FOUND             PIC 9(3)    VALUE 0.

       01  WS-REMAP-HEADING.
           05  FILLER                 PIC X(31)   VALUE
               "ACCOUNT REMAP SUMMARY BY SOURCE".

       01  WS-REMAP-DETAIL.
           05  FILLER                 PIC X(7)    VALUE "SOURCE ".
           05  RD-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(14)   VALUE
               "OLD ACCOUNT : ".
           05  RD-OLD-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(14)   VALUE
               "NEW ACCOUNT : ".
           05  RD-NEW-ACCOUNT         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(15)   VALUE
               "TRANSACTIONS : ".
           05  RD-COUNT               PIC ZZZZZZ9.

       01  WS-SOURCE-TOTAL.
           05  FILLER                 PIC X(7)    VALUE "SOURCE ".
           05  STL-SOURCE             PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE "AMOUNT : ".
           05  STL-AMOUNT             PIC -(9)9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(7)    VALUE "HELD : ".
           05  STL-HELD               PIC ZZZZZZ9.

       01  WS-EXCP-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  ED-RETURN-CODE         PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ED-REASON              PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  ED-MAPPED-FROM         PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN.
               STOP RUN
           END-IF
           PERFORM 1590-OPEN-PERIOD-CTL
           PERFORM 1595-OPEN-ACCT-MAP
           PERFORM 1580-LOAD-RATES
           PERFORM 1510-LOAD-THRESHOLDS
           PERFORM 1520-READ-PURGE-PARM
           PERFORM 1500-CHECK-RESTART
           IF WS-RESUMING
               SET WS-PERD-ACTIVE TO TRUE
           END-IF.

      *    ACCTMAP IS OPTIONAL UNTIL MAPLOAD HAS CREATED IT (FILE
      *    STATUS 35): WITHOUT IT NO ACCOUNT IS REMAPPED.
       1595-OPEN-ACCT-MAP.
           OPEN INPUT ACCT-MAP
           IF WS-MAP-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-MAP-OK
                   DISPLAY "TXNCONV: UNABLE TO OPEN ACCTMAP, FILE "
                           "STATUS " WS-MAP-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-MAP-ACTIVE TO TRUE
           END-IF.

      *    THE RATE FILE IS REQUIRED: RUNNING WITHOUT THE DAY'S
      *    RATES WOULD LET FOREIGN AMOUNTS THROUGH UNCONVERTED, SO
      *    AN UNOPENABLE RATEFILE IS A HARD STOP, NOT A DEFAULT.
                   END-IF
           END-READ.

      *    APPRPARM IS OPTIONAL: WITHOUT IT NO ITEM IS HELD.  A
      *    THRESHOLD THAT IS NOT NUMERIC IS A HARD STOP RATHER THAN
      *    BEING SKIPPED, SINCE SKIPPING IT WOULD QUIETLY LET THAT
      *    SOURCE'S LARGE ITEMS POST UNAPPROVED.
       1510-LOAD-THRESHOLDS.
           OPEN INPUT APPR-PARM
           IF WS-APPR-PARM-OK
               PERFORM 1515-LOAD-THRESHOLD-RECORD
                   UNTIL NOT WS-APPR-PARM-OK
               CLOSE APPR-PARM
           END-IF.

       1515-LOAD-THRESHOLD-RECORD.
           READ APPR-PARM
               NOT AT END
                   MOVE APPR-PARM-REC TO WS-APPR-PARM-LINE
                   IF AP-SOURCE NOT = SPACES
                       IF AP-THRESHOLD IS NOT NUMERIC
                           DISPLAY "TXNCONV: APPRPARM THRESHOLD NOT "
                                   "NUMERIC FOR SOURCE " AP-SOURCE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-THRESH-COUNT >= WS-THRESH-MAX
                           DISPLAY "TXNCONV: THRESHOLD TABLE FULL AT "
                                   WS-THRESH-MAX " ENTRIES"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-THRESH-COUNT
                       MOVE AP-SOURCE    TO TH-SOURCE(WS-THRESH-COUNT)
                       MOVE AP-THRESHOLD TO
                            TH-THRESHOLD(WS-THRESH-COUNT)
                       IF AP-SOURCE = "***"
                           MOVE WS-THRESH-COUNT TO WS-THRESH-DEFAULT
                       END-IF
                   END-IF
           END-READ.

      *    HISTPARM IS OPTIONAL, LIKE RECONPARM IN RECONCIL -- WHEN
      *    ABSENT OR BLANK THE "00000000" DEFAULT RETAINS ALL
      *    HISTORY.
           END-IF.

       1700-OPEN-OUTPUT-FILES.
      *    A RESUMED RUN EXTENDS EXCPRPT/GLEXTRCT/MAINTWRK/JRNLWRK SO
      *    ARTIFACTS FOR RECORDS BEFORE THE CHECKPOINT (WHICH ARE
      *    NOT REPROCESSED) SURVIVE; A FRESH RUN TRUNCATES THEM AS
      *    BEFORE.  IF A RESUMED RUN'S CHECKPOINT SURVIVED BUT ONE
      *    RESUMED RUN WHOSE EXCPRPT DID NOT SURVIVE -- NOT SIMPLY
      *    WHENEVER THE RUN IS NOT RESUMING, SO A RESUMED RUN THAT
      *    FALLS BACK TO OPEN OUTPUT STILL GETS ITS HEADING.
      *    PENDWRK IS HANDLED THE SAME WAY.
           IF WS-RESUMING
               OPEN EXTEND EXCEPTION-RPT
               IF WS-EXCP-NOT-FOUND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESUMING
               OPEN EXTEND JOURNAL-WORK
               IF WS-JRNL-NOT-FOUND
                   OPEN OUTPUT JOURNAL-WORK
               END-IF
           ELSE
               OPEN OUTPUT JOURNAL-WORK
           END-IF
           IF NOT WS-JRNL-OK
               DISPLAY "TXNCONV: UNABLE TO OPEN JRNLWRK, FILE STATUS "
                       WS-JRNL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESUMING
               OPEN EXTEND HIST-OUT
               IF WS-HIST-OUT-NOT-FOUND
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RESUMING
               OPEN EXTEND PEND-WORK
               IF WS-PEND-NOT-FOUND
                   OPEN OUTPUT PEND-WORK
               END-IF
           ELSE
               OPEN OUTPUT PEND-WORK
           END-IF
           IF NOT WS-PEND-OK
               DISPLAY "TXNCONV: UNABLE TO OPEN PENDWRK, FILE STATUS "
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EXCP-WAS-CREATED
               MOVE "TRANSACTION AMOUNT CONVERSION EXCEPTION REPORT" TO
                    EXCEPTION-RPT-REC

       3000-CONVERT-RECORD.
           ADD 1 TO WS-PROCESSED-COUNT
           MOVE SPACES TO WS-MAPPED-FROM-ACCOUNT
           PERFORM 2550-SET-RECORD-SOURCE
           PERFORM 2680-CHECK-APPROVER
           PERFORM 2700-CHECK-DUPLICATE
           PERFORM 2750-CHECK-DECLINED
           IF WS-APPROVER-IS-BAD
           OR WS-RECORD-IS-DUP OR WS-RECORD-IS-DECLINED
               PERFORM 3100-WRITE-EXCEPTION
           ELSE
               PERFORM 2450-CHECK-ACCOUNT-MAP
               PERFORM 2500-CHECK-ACCOUNT
               IF WS-ACCOUNT-IS-BAD
                   PERFORM 3100-WRITE-EXCEPTION
               END-IF
           END-IF.

      *    AN ITEM DECLINED BY A SUPERVISOR (APPRUPD) COMES BACK
      *    THROUGH TRANSIN ONLY TO BE ROUTED TO THE EXCEPTION PATH,
      *    AND FROM THERE TO SUSPENSE, FOR CORRECTION OR WRITE-OFF.
      *    IT NEVER REACHES AMTCONV.
       2750-CHECK-DECLINED.
           MOVE "N" TO WS-DECLINED-SWITCH
           IF TRANS-DECLINED AND NOT WS-RECORD-IS-DUP
           AND NOT WS-APPROVER-IS-BAD
               SET WS-RECORD-IS-DECLINED TO TRUE
               MOVE "DECLINED BY APPROVER" TO WS-EXCEPTION-REASON
               MOVE ZERO   TO AMT-SOURCE-AMOUNT
               MOVE SPACES TO AMT-DISPLAY-AREA
               MOVE SPACES TO AMT-RETURN-CODE
           END-IF.

      *    A TRANSACTION DATED IN A CLOSED PERIOD NEVER REACHES
      *    AMTCONV, SO THE ECHOED AMT FIELDS ARE CLEARED THE SAME
      *    WAY THE ACCOUNT AND DUPLICATE SCREENS CLEAR THEM.  A
               MOVE SPACES TO AMT-RETURN-CODE
           END-IF.

      *    A RELEASED OR DECLINED ITEM MUST CARRY A SUPERVISOR'S ID
      *    THAT IS NOT THE KEYER'S -- THE CHECK APPRUPD MAKES WHEN THE
      *    DECISION IS RECORDED, REPEATED HERE SO A RECORD THAT DID
      *    NOT COME THROUGH APPRUPD CANNOT SKIP THE HOLD.  A REFUSED
      *    RECORD NEVER REACHES AMTCONV.
       2680-CHECK-APPROVER.
           MOVE "N" TO WS-APPROVER-BAD-SWITCH
           IF TRANS-RELEASED OR TRANS-DECLINED
               EVALUATE TRUE
                   WHEN TRANS-APPROVER = SPACES
                       MOVE "NO APPROVER ID" TO WS-EXCEPTION-REASON
                       SET WS-APPROVER-IS-BAD TO TRUE
                   WHEN TRANS-APPROVER = TRANS-OPERATOR
                       MOVE "APPROVER IS KEYER" TO WS-EXCEPTION-REASON
                       SET WS-APPROVER-IS-BAD TO TRUE
               END-EVALUATE
           END-IF
           IF WS-APPROVER-IS-BAD
               MOVE ZERO   TO AMT-SOURCE-AMOUNT
               MOVE SPACES TO AMT-DISPLAY-AREA
               MOVE SPACES TO AMT-RETURN-CODE
           END-IF.

      *    A KEY+DATE ALREADY ON THE PROCESSED HISTORY IS A
      *    DUPLICATE UNLESS THE RECORD IS AN EXPLICIT RESUBMISSION
      *    (TRANS-RESUB = "R") OR AN ITEM RETURNING FROM THE
      *    APPROVAL HOLD (TRANS-RESUB = "A" OR "D").  LIKE ACCOUNT
      *    EXCEPTIONS, DUPLICATES NEVER REACH AMTCONV, SO THE ECHOED
      *    AMT FIELDS ARE CLEARED HERE.
       2700-CHECK-DUPLICATE.
           MOVE "N" TO WS-DUP-SWITCH
           MOVE 0 TO WS-HIST-FOUND
           MOVE 0 TO WS-HIST-SUB
           PERFORM 2710-SCAN-HISTORY WS-HIST-COUNT TIMES
           IF WS-HIST-FOUND > 0
           AND NOT TRANS-RESUBMISSION
           AND NOT TRANS-RELEASED
           AND NOT TRANS-DECLINED
               SET WS-RECORD-IS-DUP TO TRUE
               MOVE "DUPLICATE TRANS" TO WS-EXCEPTION-REASON
               MOVE ZERO   TO AMT-SOURCE-AMOUNT
               MOVE WS-RECORD-SOURCE TO SRC-CODE(WS-SRC-FOUND)
               MOVE 0 TO SRC-RECORDS(WS-SRC-FOUND)
               MOVE 0 TO SRC-EXCEPTIONS(WS-SRC-FOUND)
               MOVE 0 TO SRC-HELD(WS-SRC-FOUND)
               MOVE 0 TO SRC-AMOUNT(WS-SRC-FOUND)
           END-IF
           ADD 1 TO SRC-RECORDS(WS-SRC-FOUND)
               MOVE WS-SRC-SUB TO WS-SRC-FOUND
           END-IF.

      *    A TRANSACTION KEYED TO AN ACCOUNT ON THE REMAPPING MASTER
      *    AND DATED WITHIN THE MAPPING'S EFFECTIVE AND EXPIRY DATES
      *    IS REDIRECTED HERE, AHEAD OF THE ACCOUNT CHECK, BY
      *    REPLACING TRANS-ACCOUNT -- EVERYTHING DOWNSTREAM (GL
      *    EXTRACT, JOURNAL, PENDING, EXCEPTION AND MAINTENANCE WORK
      *    RECORDS) THEN CARRIES THE NEW ACCOUNT.  OUTSIDE THOSE
      *    DATES THE OLD ACCOUNT IS CHECKED AS KEYED.
       2450-CHECK-ACCOUNT-MAP.
           IF WS-MAP-ACTIVE
               MOVE TRANS-ACCOUNT TO MP-OLD-ACCOUNT
               READ ACCT-MAP
               EVALUATE TRUE
                   WHEN WS-MAP-NO-RECORD
                       CONTINUE
                   WHEN NOT WS-MAP-OK
                       DISPLAY "TXNCONV: ACCTMAP READ FAILED, FILE "
                               "STATUS " WS-MAP-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   WHEN TRANS-DATE < MP-EFF-DATE
                       CONTINUE
                   WHEN TRANS-DATE > MP-EXPIRY-DATE
                       CONTINUE
                   WHEN OTHER
                       MOVE TRANS-ACCOUNT  TO WS-MAPPED-FROM-ACCOUNT
                       MOVE MP-NEW-ACCOUNT TO TRANS-ACCOUNT
                       PERFORM 2460-COUNT-REMAP
               END-EVALUATE
           END-IF.

       2460-COUNT-REMAP.
           ADD 1 TO WS-REMAP-COUNT
           MOVE 0 TO WS-REMAP-FOUND
           MOVE 0 TO WS-REMAP-SUB
           PERFORM 2470-SCAN-REMAP-TABLE WS-REMAP-ENTRIES TIMES
           IF WS-REMAP-FOUND = 0
               IF WS-REMAP-ENTRIES >= WS-REMAP-MAX
                   DISPLAY "TXNCONV: REMAP TABLE FULL AT "
                           WS-REMAP-MAX " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-REMAP-ENTRIES
               MOVE WS-REMAP-ENTRIES TO WS-REMAP-FOUND
               MOVE WS-RECORD-SOURCE TO RM-SOURCE(WS-REMAP-FOUND)
               MOVE WS-MAPPED-FROM-ACCOUNT TO
                    RM-OLD-ACCOUNT(WS-REMAP-FOUND)
               MOVE TRANS-ACCOUNT    TO RM-NEW-ACCOUNT(WS-REMAP-FOUND)
               MOVE 0 TO RM-COUNT(WS-REMAP-FOUND)
           END-IF
           ADD 1 TO RM-COUNT(WS-REMAP-FOUND).

       2470-SCAN-REMAP-TABLE.
           ADD 1 TO WS-REMAP-SUB
           IF WS-REMAP-FOUND = 0
           AND RM-SOURCE(WS-REMAP-SUB) = WS-RECORD-SOURCE
           AND RM-OLD-ACCOUNT(WS-REMAP-SUB) = WS-MAPPED-FROM-ACCOUNT
           AND RM-NEW-ACCOUNT(WS-REMAP-SUB) = TRANS-ACCOUNT
               MOVE WS-REMAP-SUB TO WS-REMAP-FOUND
           END-IF.

      *    ACCOUNT EXCEPTIONS BYPASS AMTCONV ENTIRELY, SO THE AMT
      *    FIELDS ECHOED ON THE EXCEPTION DETAIL AND THE MAINTENANCE
      *    WORK RECORD ARE CLEARED HERE RATHER THAN LEFT OVER FROM
           MOVE TRANS-TYPE     TO AMT-TRANS-TYPE
           MOVE TRANS-KEY      TO AMT-TRANS-KEY
           MOVE TRANS-ACCOUNT  TO AMT-TRANS-ACCOUNT
           MOVE WS-MAPPED-FROM-ACCOUNT TO AMT-MAPPED-FROM-ACCOUNT
           SET AMT-LARGE-VALUE-MODE TO TRUE
           CALL "AMTCONV" USING AMT-CONV-AREA
           IF AMT-CONV-OK
               IF (AMT-LARGE-VALUE
                   AND AMT-LARGE-NUMERIC-AREA IS NOT NUMERIC)
               OR (NOT AMT-LARGE-VALUE
                   AND AMT-DISPLAY-AREA(1:7) IS NOT NUMERIC)
                   MOVE "NON-NUMERIC RESULT" TO WS-EXCEPTION-REASON
                   PERFORM 3100-WRITE-EXCEPTION
               ELSE
                   PERFORM 2900-CHECK-APPROVAL-LIMIT
                   IF WS-ITEM-IS-HELD
                       PERFORM 3600-WRITE-PENDING
                   ELSE
                       PERFORM 3400-WRITE-GL-EXTRACT
                   END-IF
               END-IF
           ELSE
               EVALUATE TRUE
               PERFORM 3100-WRITE-EXCEPTION
           END-IF.

      *    THE LIMIT IS TESTED ON THE MAGNITUDE OF THE BASE AMOUNT,
      *    SO A LARGE CREDIT IS HELD THE SAME AS A LARGE DEBIT.  THE
      *    SOURCE'S OWN THRESHOLD WINS OVER THE "***" DEFAULT; A
      *    SOURCE WITH NEITHER IS NEVER HELD.  AN ITEM ALREADY
      *    RELEASED BY A SUPERVISOR IS NOT HELD A SECOND TIME.
       2900-CHECK-APPROVAL-LIMIT.
           MOVE "N" TO WS-HOLD-SWITCH
           IF NOT TRANS-RELEASED AND WS-THRESH-COUNT > 0
               MOVE 0 TO WS-THRESH-FOUND
               MOVE 0 TO WS-THRESH-SUB
               PERFORM 2910-SCAN-THRESH-TABLE WS-THRESH-COUNT TIMES
               IF WS-THRESH-FOUND = 0
                   MOVE WS-THRESH-DEFAULT TO WS-THRESH-FOUND
               END-IF
               IF WS-THRESH-FOUND > 0
                   MOVE WS-BASE-AMOUNT TO WS-HOLD-AMOUNT
                   IF WS-HOLD-AMOUNT >= TH-THRESHOLD(WS-THRESH-FOUND)
                       SET WS-ITEM-IS-HELD TO TRUE
                   END-IF
               END-IF
           END-IF.

       2910-SCAN-THRESH-TABLE.
           ADD 1 TO WS-THRESH-SUB
           IF WS-THRESH-FOUND = 0
           AND TH-SOURCE(WS-THRESH-SUB) = WS-RECORD-SOURCE
               MOVE WS-THRESH-SUB TO WS-THRESH-FOUND
           END-IF.

       3400-WRITE-GL-EXTRACT.
           MOVE TRANS-ACCOUNT     TO GL-ACCOUNT
           MOVE AMT-DISPLAY-AREA  TO GL-AMOUNT
           MOVE WS-RECORD-SOURCE  TO GL-SOURCE
           MOVE GL-EXTRACT-RECORD TO GL-EXTRACT-REC
           WRITE GL-EXTRACT-REC
           IF GL-LARGE-VALUE
               ADD 1 TO WS-LARGE-COUNT
           END-IF
           PERFORM 3420-WRITE-JOURNAL-WORK
           IF WS-HIST-FOUND = 0
               PERFORM 3450-RECORD-POSTED-KEY
           END-IF.

      *    THE JOURNAL WORK RECORD SHADOWS THE GL RECORD JUST
      *    WRITTEN.  THE BATCH STAMP IS LEFT BLANK -- THE BATCH
      *    DOES NOT EXIST UNTIL GLBALANC WRAPS THE EXTRACT.
       3420-WRITE-JOURNAL-WORK.
           MOVE SPACES TO POSTING-JOURNAL-RECORD
           MOVE TRANS-KEY         TO PJ-KEY
           MOVE GL-ACCOUNT        TO PJ-ACCOUNT
           MOVE GL-DATE           TO PJ-DATE
           MOVE GL-DC-IND         TO PJ-DC-IND
           IF AMT-LARGE-VALUE
               MOVE AMT-LARGE-SOURCE-AMOUNT TO PJ-BASE-AMOUNT
           ELSE
               MOVE AMT-SOURCE-AMOUNT TO PJ-BASE-AMOUNT
           END-IF
           MOVE GL-SOURCE         TO PJ-SOURCE
           MOVE AMT-ORIG-CURRENCY TO PJ-ORIG-CURRENCY
           MOVE AMT-ORIG-AMOUNT   TO PJ-ORIG-AMOUNT
           MOVE POSTING-JOURNAL-RECORD TO JOURNAL-WORK-REC
           WRITE JOURNAL-WORK-REC.

      *    A RESUBMISSION THAT POSTS IS ALREADY ON THE HISTORY FROM
      *    ITS ORIGINAL RUN (WS-HIST-FOUND POINTS AT IT), SO ONLY A
      *    FIRST-TIME KEY+DATE IS ADDED AND APPENDED TO HISTOUT.
           MOVE POSTED-KEY-RECORD TO HIST-OUT-REC
           WRITE HIST-OUT-REC.

      *    A HELD ITEM IS WRITTEN AS KEYED, NOT AS CONVERTED, SO THE
      *    RELEASED TRANS-RECORD APPRUPD BUILDS FROM IT CONVERTS
      *    AFRESH ON THE NIGHT IT POSTS.  ITS KEY+DATE IS RECORDED ON
      *    THE HISTORY HERE, AHEAD OF THE CHECKPOINT, EXACTLY AS A
      *    POSTING'S WOULD BE.
       3600-WRITE-PENDING.
           ADD 1 TO WS-HELD-COUNT
           ADD 1 TO SRC-HELD(WS-SRC-FOUND)
           MOVE SPACES TO PENDING-RECORD
           MOVE TRANS-KEY        TO PD-KEY
           MOVE TRANS-ACCOUNT    TO PD-ACCOUNT
           MOVE TRANS-DATE       TO PD-DATE
           MOVE TRANS-AMOUNT-IN  TO PD-AMOUNT-IN
           MOVE TRANS-TYPE       TO PD-TYPE
           MOVE WS-RECORD-SOURCE TO PD-SOURCE
           MOVE TRANS-CURRENCY   TO PD-CURRENCY
           MOVE TRANS-OPERATOR   TO PD-KEYER
           MOVE WS-HOLD-AMOUNT   TO PD-BASE-AMOUNT
           MOVE TH-THRESHOLD(WS-THRESH-FOUND) TO PD-THRESHOLD
           MOVE WS-RUN-DATE      TO PD-HELD-DATE
           SET PD-ITEM-PENDING TO TRUE
           MOVE PENDING-RECORD TO PEND-WORK-REC
           WRITE PEND-WORK-REC
           IF WS-HIST-FOUND = 0
               PERFORM 3450-RECORD-POSTED-KEY
           END-IF.

       3200-CHECKPOINT-IF-DUE.
           ADD 1 TO WS-SINCE-CHECKPOINT
           IF WS-SINCE-CHECKPOINT >= WS-CHECKPOINT-INTERVAL
           MOVE TRANS-AMOUNT-IN TO ED-AMOUNT-IN
           MOVE AMT-RETURN-CODE TO ED-RETURN-CODE
           MOVE WS-EXCEPTION-REASON TO ED-REASON
           MOVE WS-MAPPED-FROM-ACCOUNT TO ED-MAPPED-FROM
           MOVE WS-EXCP-DETAIL TO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           PERFORM 3500-WRITE-MAINT-WORK.
                   INTO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE SPACES TO EXCEPTION-RPT-REC
           STRING "HELD FOR APPROVAL : " DELIMITED BY SIZE
                   WS-HELD-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE SPACES TO EXCEPTION-RPT-REC
           STRING "LARGE-VALUE ITEMS : " DELIMITED BY SIZE
                   WS-LARGE-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE SPACES TO EXCEPTION-RPT-REC
           STRING "HISTORY AGED OFF  : " DELIMITED BY SIZE
                   WS-HIST-PURGED DELIMITED BY SIZE
                   INTO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE SPACES TO EXCEPTION-RPT-REC
           STRING "ACCOUNTS REMAPPED : " DELIMITED BY SIZE
                   WS-REMAP-COUNT DELIMITED BY SIZE
                   INTO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE SPACES TO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC
           MOVE 0 TO WS-SRC-SUB
           PERFORM 8100-WRITE-SOURCE-TOTAL WS-SOURCE-COUNT TIMES
           IF WS-REMAP-ENTRIES > 0
               MOVE SPACES TO EXCEPTION-RPT-REC
               WRITE EXCEPTION-RPT-REC
               MOVE WS-REMAP-HEADING TO EXCEPTION-RPT-REC
               WRITE EXCEPTION-RPT-REC
               MOVE SPACES TO EXCEPTION-RPT-REC
               WRITE EXCEPTION-RPT-REC
               MOVE 0 TO WS-SRC-SUB
               PERFORM 8200-WRITE-SOURCE-REMAPS WS-SOURCE-COUNT TIMES
           END-IF
           CLOSE TRANS-FILE
           CLOSE ACCT-MASTER
           IF WS-PERD-ACTIVE
               CLOSE PERIOD-CTL
           END-IF
           IF WS-MAP-ACTIVE
               CLOSE ACCT-MAP
           END-IF
           CLOSE EXCEPTION-RPT
           CLOSE GL-EXTRACT
           CLOSE MAINT-WORK-FILE
           CLOSE JOURNAL-WORK
           CLOSE PEND-WORK
           CLOSE HIST-OUT
           OPEN OUTPUT RESTART-FILE
           IF NOT WS-RESTART-OK
           MOVE SRC-RECORDS(WS-SRC-SUB)    TO STL-RECORDS
           MOVE SRC-EXCEPTIONS(WS-SRC-SUB) TO STL-EXCEPTIONS
           MOVE SRC-AMOUNT(WS-SRC-SUB)     TO STL-AMOUNT
           MOVE SRC-HELD(WS-SRC-SUB)       TO STL-HELD
           MOVE WS-SOURCE-TOTAL TO EXCEPTION-RPT-REC
           WRITE EXCEPTION-RPT-REC.

      *    THE REMAP SUMMARY IS PRINTED SOURCE BY SOURCE, IN THE
      *    ORDER OF THE SOURCE TOTALS ABOVE, SO EACH BRANCH'S OLD
      *    ACCOUNTS COME OUT TOGETHER.
       8200-WRITE-SOURCE-REMAPS.
           ADD 1 TO WS-SRC-SUB
           MOVE 0 TO WS-REMAP-SUB
           PERFORM 8210-WRITE-REMAP-LINE WS-REMAP-ENTRIES TIMES.

       8210-WRITE-REMAP-LINE.
           ADD 1 TO WS-REMAP-SUB
           IF RM-SOURCE(WS-REMAP-SUB) = SRC-CODE(WS-SRC-SUB)
               MOVE RM-SOURCE(WS-REMAP-SUB)      TO RD-SOURCE
               MOVE RM-OLD-ACCOUNT(WS-REMAP-SUB) TO RD-OLD-ACCOUNT
               MOVE RM-NEW-ACCOUNT(WS-REMAP-SUB) TO RD-NEW-ACCOUNT
               MOVE RM-COUNT(WS-REMAP-SUB)       TO RD-COUNT
               MOVE WS-REMAP-DETAIL TO EXCEPTION-RPT-REC
               WRITE EXCEPTION-RPT-REC
           END-IF.
