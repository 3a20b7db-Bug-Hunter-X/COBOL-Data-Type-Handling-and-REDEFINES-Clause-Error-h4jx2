       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRUPD.
      *REMARKS.
      *    APPROVAL HOLD UPDATE AND SUPERVISOR DECISIONS.  TXNCONV
      *    DIVERTS EVERY ITEM WHOSE BASE AMOUNT REACHES ITS SOURCE'S
      *    APPROVAL THRESHOLD (APPRPARM) TO THE PENDING-APPROVAL WORK
      *    FILE (PENDWRK) INSTEAD OF THE GL EXTRACT.  THIS STEP, RUN
      *    AFTER TXNCONV, KEEPS EVERY HELD ITEM ON A CUMULATIVE HOLD
      *    FILE (SEE PENDFILE) UNTIL A SUPERVISOR DECIDES IT:
      *
      *      - EVERY PENDWRK ITEM NOT ALREADY ON THE HOLD IS ADDED,
      *        KEEPING THE RUN DATE TXNCONV HELD IT.
      *      - EACH DECISION ON THE SUPERVISOR APPROVAL FILE
      *        (APPROVE -- KEY, TRANSACTION DATE, ACTION "A" TO
      *        RELEASE OR "D" TO DECLINE, APPROVER ID) IS APPLIED TO
      *        THE PENDING ITEM WITH THAT KEY AND DATE.  A DECISION
      *        WITH NO APPROVER ID, AN ACTION OTHER THAN A OR D, NO
      *        MATCHING PENDING ITEM, OR AN APPROVER WHO IS THE
      *        PERSON WHO KEYED THE ITEM (TRANS-OPERATOR) IS REFUSED
      *        AND LISTED, AND THE ITEM STAYS PENDING.  AN ITEM FROM
      *        A FEED THAT DOES NOT SUPPLY THE KEYER'S ID CANNOT BE
      *        CHECKED FOR THIS AND PRINTS WITH KEYER "UNKNOWN".
      *
      *    A DECIDED ITEM IS WRITTEN BACK AS A TRANS-RECORD TO THE
      *    RELEASE FILE (APPRREL), CARRYING ITS OWN SOURCE CODE, THE
      *    KEYER AND THE APPROVER, FOR JCL TO CONCATENATE INTO THE
      *    NEXT RUN'S TRANSIN: TRANS-RESUB = "A" FOR A RELEASE, WHICH
      *    TXNCONV POSTS WITHOUT HOLDING IT AGAIN, AND "D" FOR A
      *    DECLINE, WHICH TXNCONV SENDS DOWN THE EXCEPTION PATH
      *    (REASON "DECLINED BY APPROVER") AND SO ON TO SUSPENSE FOR
      *    CORRECTION OR WRITE-OFF.  NEITHER TRIPS THE DUPLICATE
      *    SCREEN, ALTHOUGH THE HELD KEY IS ALREADY ON THE HISTORY.
      *
      *    ITEMS STILL PENDING ARE WRITTEN TO PENDOUT (JCL CYCLES IT
      *    INTO THE NEXT RUN'S PENDIN, LIKE SUSPOUT/SUSPIN).  THE
      *    REGISTER (APPRRPT) LISTS THE DECISIONS REFUSED, THE ITEMS
      *    APPROVED AND DECLINED THIS RUN WITH THE APPROVER'S ID, AND
      *    THE ITEMS STILL PENDING WITH THE DAYS HELD, FOR THE SOX
      *    FILE.  THE RUN ENDS WITH RETURN-CODE 8 WHEN ANY DECISION
      *    WAS REFUSED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-IN ASSIGN TO PENDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIN-STATUS.
           SELECT PEND-OUT ASSIGN TO PENDOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POUT-STATUS.
           SELECT PEND-WORK ASSIGN TO PENDWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWRK-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO APPROVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT RELEASE-FILE ASSIGN TO APPRREL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.
           SELECT APPR-RPT ASSIGN TO APPRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-IN
           RECORDING MODE IS F.
       01  PEND-IN-REC                PIC X(100).

       FD  PEND-OUT
           RECORDING MODE IS F.
       01  PEND-OUT-REC               PIC X(100).

       FD  PEND-WORK
           RECORDING MODE IS F.
       01  PEND-WORK-REC              PIC X(100).

       FD  APPROVAL-FILE
           RECORDING MODE IS F.
       01  APPROVAL-FILE-REC          PIC X(80).

       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-FILE-REC           PIC X(80).

       FD  APPR-RPT
           RECORDING MODE IS F.
       01  APPR-RPT-REC               PIC X(132).

       WORKING-STORAGE SECTION.
       COPY PENDFILE.
       COPY TRANFILE.

      *    ONE DECISION PER RECORD, KEYED BY A SUPERVISOR FROM THE
      *    PENDING SECTION OF THE PRIOR REGISTER.
       01  WS-APPROVAL-RECORD.
           05  AR-KEY                 PIC X(6).
           05  AR-DATE                PIC X(8).
           05  AR-ACTION              PIC X.
               88  AR-APPROVE         VALUE "A".
               88  AR-DECLINE         VALUE "D".
           05  AR-APPROVER            PIC X(8).
           05  FILLER                 PIC X(57).

       01  WS-PIN-STATUS              PIC XX.
           88  WS-PIN-OK              VALUE "00".
           88  WS-PIN-NOT-FOUND       VALUE "35".
       01  WS-POUT-STATUS             PIC XX.
           88  WS-POUT-OK             VALUE "00".
       01  WS-PWRK-STATUS             PIC XX.
           88  WS-PWRK-OK             VALUE "00".
       01  WS-APPR-STATUS             PIC XX.
           88  WS-APPR-OK             VALUE "00".
           88  WS-APPR-NOT-FOUND      VALUE "35".
       01  WS-REL-STATUS              PIC XX.
           88  WS-REL-OK              VALUE "00".
       01  WS-RPT-STATUS              PIC XX.
           88  WS-RPT-OK              VALUE "00".

       01  WS-EOF-SWITCH              PIC X       VALUE "N".
           88  WS-NO-MORE-RECORDS     VALUE "Y".

       01  WS-RUN-DATE                PIC X(8)    VALUE SPACES.

       01  WS-NEW-HELD-COUNT          PIC 9(7)    VALUE 0.
       01  WS-APPROVED-COUNT          PIC 9(7)    VALUE 0.
       01  WS-DECLINED-COUNT          PIC 9(7)    VALUE 0.
       01  WS-REFUSED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-CARRIED-COUNT           PIC 9(7)    VALUE 0.
       01  WS-REFUSE-REASON           PIC X(20)   VALUE SPACES.

      *    THE HOLD IN MEMORY.  HT-STATUS IS "P" UNTIL A DECISION IS
      *    ACCEPTED THIS RUN.
       01  WS-HOLD-MAX                PIC 9(4)    VALUE 2000.
       01  WS-HOLD-COUNT              PIC 9(4)    VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  HT-KEY             PIC X(6).
               10  HT-ACCOUNT         PIC X(10).
               10  HT-DATE            PIC X(8).
               10  HT-AMOUNT-IN       PIC S9(7)V99.
               10  HT-TYPE            PIC X(2).
               10  HT-SOURCE          PIC X(3).
               10  HT-CURRENCY        PIC X(3).
               10  HT-KEYER           PIC X(8).
               10  HT-BASE-AMOUNT     PIC 9(9)V99.
               10  HT-THRESHOLD       PIC 9(9)V99.
               10  HT-HELD-DATE       PIC X(8).
               10  HT-STATUS          PIC X.
               10  HT-APPROVER        PIC X(8).
       01  WS-HOLD-SUB                PIC 9(4)    VALUE 0.
       01  WS-HOLD-FOUND              PIC 9(4)    VALUE 0.
       01  WS-LOOKUP-KEY              PIC X(6)    VALUE SPACES.
       01  WS-LOOKUP-DATE             PIC X(8)    VALUE SPACES.

      *    DAY-SERIAL WORK FIELDS FOR THE DAYS-HELD COLUMN, THE SAME
      *    CALCULATION SUSPUPD USES FOR SUSPENSE AGING.
       01  WS-SERIAL-DATE.
           05  WS-SERIAL-YEAR         PIC 9(4).
           05  WS-SERIAL-MONTH        PIC 9(2).
           05  WS-SERIAL-DAY          PIC 9(2).
       01  WS-DAY-SERIAL              PIC 9(7)    VALUE 0.
       01  WS-RUN-SERIAL              PIC 9(7)    VALUE 0.
       01  WS-HELD-SERIAL             PIC 9(7)    VALUE 0.
       01  WS-AGE-DAYS                PIC S9(5)   VALUE 0.
       01  WS-YEARS-ELAPSED           PIC 9(4)    VALUE 0.
       01  WS-LEAP-QUOTIENT           PIC 9(4)    VALUE 0.
       01  WS-LEAP-REMAINDER          PIC 9(4)    VALUE 0.
       01  WS-LEAP-COUNT              PIC 9(4)    VALUE 0.
       01  WS-MONTH-DAYS              PIC 9(3)    VALUE 0.
       01  WS-LEAP-SWITCH             PIC X       VALUE "N".

       01  WS-HEADING-1.
           05  FILLER                 PIC X(33)   VALUE
               "APPROVAL HOLD REGISTER           ".
           05  HD-RUN-DATE            PIC X(8).

       01  WS-HEADING-2.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  FILLER                 PIC X(6)    VALUE "KEY".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(3)    VALUE "SRC".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(10)   VALUE "ACCOUNT".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "DATE".
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(11)   VALUE "BASE AMOUNT".
           05  FILLER                 PIC X(6)    VALUE SPACES.
           05  FILLER                 PIC X(9)    VALUE "THRESHOLD".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "KEYER".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "HELD".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "STATUS".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(8)    VALUE "APPROVER".
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  FILLER                 PIC X(4)    VALUE "DAYS".

       01  WS-HOLD-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  HL-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-SOURCE              PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-ACCOUNT             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-BASE-AMOUNT         PIC Z(8)9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-THRESHOLD           PIC Z(8)9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-KEYER               PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-HELD-DATE           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-STATUS              PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-APPROVER            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  HL-AGE                 PIC ZZZZ9.

       01  WS-REFUSED-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RD-KEY                 PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-DATE                PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-ACTION              PIC X.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-APPROVER            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-REASON              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HOLD
           PERFORM 3000-ADD-NEW-HOLDS
           PERFORM 4000-APPLY-DECISIONS
           PERFORM 5000-WRITE-HOLD-OUT
           PERFORM 6000-PENDING-REGISTER
           PERFORM 8000-WRAP-UP
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PEND-WORK
           IF NOT WS-PWRK-OK
               DISPLAY "APPRUPD: UNABLE TO OPEN PENDWRK, FILE STATUS "
                       WS-PWRK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT APPR-RPT
           IF NOT WS-RPT-OK
               DISPLAY "APPRUPD: UNABLE TO OPEN APPRRPT, FILE STATUS "
                       WS-RPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-SERIAL-DATE
           PERFORM 7000-DATE-TO-SERIAL
           MOVE WS-DAY-SERIAL TO WS-RUN-SERIAL
           MOVE WS-RUN-DATE TO HD-RUN-DATE
           MOVE WS-HEADING-1 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC.

      *    A FIRST-EVER RUN HAS NO PENDIN (FILE STATUS 35) AND
      *    STARTS WITH AN EMPTY HOLD.
       2000-LOAD-HOLD.
           OPEN INPUT PEND-IN
           IF WS-PIN-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-PIN-OK
                   DISPLAY "APPRUPD: UNABLE TO OPEN PENDIN, FILE "
                           "STATUS " WS-PIN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-LOAD-HOLD-RECORD UNTIL NOT WS-PIN-OK
               CLOSE PEND-IN
           END-IF.

       2100-LOAD-HOLD-RECORD.
           READ PEND-IN
               NOT AT END
                   MOVE PEND-IN-REC TO PENDING-RECORD
                   IF PD-ITEM-PENDING
                       PERFORM 2200-ADD-HOLD-ENTRY
                   END-IF
           END-READ.

       2200-ADD-HOLD-ENTRY.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "APPRUPD: HOLD TABLE FULL AT "
                       WS-HOLD-MAX " ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HOLD-COUNT
           MOVE PD-KEY         TO HT-KEY(WS-HOLD-COUNT)
           MOVE PD-ACCOUNT     TO HT-ACCOUNT(WS-HOLD-COUNT)
           MOVE PD-DATE        TO HT-DATE(WS-HOLD-COUNT)
           MOVE PD-AMOUNT-IN   TO HT-AMOUNT-IN(WS-HOLD-COUNT)
           MOVE PD-TYPE        TO HT-TYPE(WS-HOLD-COUNT)
           MOVE PD-SOURCE      TO HT-SOURCE(WS-HOLD-COUNT)
           MOVE PD-CURRENCY    TO HT-CURRENCY(WS-HOLD-COUNT)
           MOVE PD-KEYER       TO HT-KEYER(WS-HOLD-COUNT)
           MOVE PD-BASE-AMOUNT TO HT-BASE-AMOUNT(WS-HOLD-COUNT)
           MOVE PD-THRESHOLD   TO HT-THRESHOLD(WS-HOLD-COUNT)
           MOVE PD-HELD-DATE   TO HT-HELD-DATE(WS-HOLD-COUNT)
           MOVE "P"            TO HT-STATUS(WS-HOLD-COUNT)
           MOVE SPACES         TO HT-APPROVER(WS-HOLD-COUNT).

      *    THE DUPLICATE SCREEN IN TXNCONV KEEPS A KEY+DATE FROM
      *    BEING HELD TWICE, BUT A PENDWRK LEFT OVER FROM A NIGHT
      *    ALREADY APPLIED MUST NOT DOUBLE THE HOLD EITHER, SO A KEY
      *    ALREADY PENDING IS NOT ADDED AGAIN.
       3000-ADD-NEW-HOLDS.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 3100-ADD-WORK-RECORD UNTIL WS-NO-MORE-RECORDS
           CLOSE PEND-WORK.

       3100-ADD-WORK-RECORD.
           READ PEND-WORK
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PEND-WORK-REC TO PENDING-RECORD
                   MOVE PD-KEY  TO WS-LOOKUP-KEY
                   MOVE PD-DATE TO WS-LOOKUP-DATE
                   PERFORM 7500-FIND-PENDING-ITEM
                   IF WS-HOLD-FOUND = 0
                       ADD 1 TO WS-NEW-HELD-COUNT
                       PERFORM 2200-ADD-HOLD-ENTRY
                   END-IF
           END-READ.

      *    THE APPROVAL FILE IS OPTIONAL -- NOT EVERY NIGHT HAS
      *    DECISIONS.  REFUSED DECISIONS PRINT AS THEY ARE READ.
       4000-APPLY-DECISIONS.
           MOVE "DECISIONS REFUSED" TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-NOT-FOUND
               CONTINUE
           ELSE
               IF NOT WS-APPR-OK
                   DISPLAY "APPRUPD: UNABLE TO OPEN APPROVE, FILE "
                           "STATUS " WS-APPR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "N" TO WS-EOF-SWITCH
               PERFORM 4100-APPLY-DECISION-RECORD
                   UNTIL WS-NO-MORE-RECORDS
               CLOSE APPROVAL-FILE
           END-IF
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC.

       4100-APPLY-DECISION-RECORD.
           READ APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE APPROVAL-FILE-REC TO WS-APPROVAL-RECORD
                   PERFORM 4200-CHECK-DECISION
           END-READ.

      *    THE MAKER-CHECKER RULE: THE SUPERVISOR'S ID MUST BE GIVEN
      *    AND MUST NOT BE THE KEYER'S.
       4200-CHECK-DECISION.
           MOVE SPACES TO WS-REFUSE-REASON
           MOVE AR-KEY  TO WS-LOOKUP-KEY
           MOVE AR-DATE TO WS-LOOKUP-DATE
           PERFORM 7500-FIND-PENDING-ITEM
           EVALUATE TRUE
               WHEN AR-APPROVER = SPACES
                   MOVE "NO APPROVER ID" TO WS-REFUSE-REASON
               WHEN NOT AR-APPROVE AND NOT AR-DECLINE
                   MOVE "INVALID ACTION" TO WS-REFUSE-REASON
               WHEN WS-HOLD-FOUND = 0
                   MOVE "NOT PENDING" TO WS-REFUSE-REASON
               WHEN AR-APPROVER = HT-KEYER(WS-HOLD-FOUND)
                   MOVE "APPROVER IS KEYER" TO WS-REFUSE-REASON
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               MOVE AR-ACTION   TO HT-STATUS(WS-HOLD-FOUND)
               MOVE AR-APPROVER TO HT-APPROVER(WS-HOLD-FOUND)
               IF AR-APPROVE
                   ADD 1 TO WS-APPROVED-COUNT
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE SPACES TO WS-REFUSED-DETAIL
               MOVE AR-KEY           TO RD-KEY
               MOVE AR-DATE          TO RD-DATE
               MOVE AR-ACTION        TO RD-ACTION
               MOVE AR-APPROVER      TO RD-APPROVER
               MOVE WS-REFUSE-REASON TO RD-REASON
               MOVE WS-REFUSED-DETAIL TO APPR-RPT-REC
               WRITE APPR-RPT-REC
           END-IF.

      *    PENDING ITEMS CARRY FORWARD TO PENDOUT; DECIDED ITEMS GO
      *    TO THE RELEASE FILE AND PRINT ON THE DECISION REGISTER.
       5000-WRITE-HOLD-OUT.
           OPEN OUTPUT PEND-OUT
           IF NOT WS-POUT-OK
               DISPLAY "APPRUPD: UNABLE TO OPEN PENDOUT, FILE STATUS "
                       WS-POUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELEASE-FILE
           IF NOT WS-REL-OK
               DISPLAY "APPRUPD: UNABLE TO OPEN APPRREL, FILE STATUS "
                       WS-REL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "ITEMS DECIDED THIS RUN" TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE WS-HEADING-2 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE 0 TO WS-HOLD-SUB
           PERFORM 5100-DISPOSE-HOLD-ENTRY WS-HOLD-COUNT TIMES
           CLOSE PEND-OUT
           CLOSE RELEASE-FILE
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC.

       5100-DISPOSE-HOLD-ENTRY.
           ADD 1 TO WS-HOLD-SUB
           IF HT-STATUS(WS-HOLD-SUB) = "P"
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM 5200-WRITE-PENDING-ITEM
           ELSE
               PERFORM 5300-WRITE-RELEASE
               MOVE 0 TO WS-AGE-DAYS
               PERFORM 5400-PRINT-HOLD-DETAIL
           END-IF.

       5200-WRITE-PENDING-ITEM.
           MOVE SPACES TO PENDING-RECORD
           MOVE HT-KEY(WS-HOLD-SUB)         TO PD-KEY
           MOVE HT-ACCOUNT(WS-HOLD-SUB)     TO PD-ACCOUNT
           MOVE HT-DATE(WS-HOLD-SUB)        TO PD-DATE
           MOVE HT-AMOUNT-IN(WS-HOLD-SUB)   TO PD-AMOUNT-IN
           MOVE HT-TYPE(WS-HOLD-SUB)        TO PD-TYPE
           MOVE HT-SOURCE(WS-HOLD-SUB)      TO PD-SOURCE
           MOVE HT-CURRENCY(WS-HOLD-SUB)    TO PD-CURRENCY
           MOVE HT-KEYER(WS-HOLD-SUB)       TO PD-KEYER
           MOVE HT-BASE-AMOUNT(WS-HOLD-SUB) TO PD-BASE-AMOUNT
           MOVE HT-THRESHOLD(WS-HOLD-SUB)   TO PD-THRESHOLD
           MOVE HT-HELD-DATE(WS-HOLD-SUB)   TO PD-HELD-DATE
           MOVE "P"                         TO PD-STATUS
           MOVE SPACES                      TO PD-APPROVER
           MOVE SPACES                      TO PD-DECISION-DATE
           MOVE PENDING-RECORD TO PEND-OUT-REC
           WRITE PEND-OUT-REC.

      *    THE RELEASED OR DECLINED ITEM IS REBUILT AS KEYED, IN ITS
      *    ORIGINAL CURRENCY, SO IT CONVERTS AT THE RATE OF THE RUN
      *    THAT POSTS IT.
       5300-WRITE-RELEASE.
           MOVE SPACES TO TRANS-RECORD
           MOVE HT-KEY(WS-HOLD-SUB)       TO TRANS-KEY
           MOVE HT-ACCOUNT(WS-HOLD-SUB)   TO TRANS-ACCOUNT
           MOVE HT-DATE(WS-HOLD-SUB)      TO TRANS-DATE
           MOVE HT-AMOUNT-IN(WS-HOLD-SUB) TO TRANS-AMOUNT-IN
           MOVE HT-TYPE(WS-HOLD-SUB)      TO TRANS-TYPE
           MOVE HT-SOURCE(WS-HOLD-SUB)    TO TRANS-SOURCE
           MOVE HT-CURRENCY(WS-HOLD-SUB)  TO TRANS-CURRENCY
           MOVE HT-STATUS(WS-HOLD-SUB)    TO TRANS-RESUB
           MOVE HT-KEYER(WS-HOLD-SUB)     TO TRANS-OPERATOR
           MOVE HT-APPROVER(WS-HOLD-SUB)  TO TRANS-APPROVER
           MOVE TRANS-RECORD TO RELEASE-FILE-REC
           WRITE RELEASE-FILE-REC.

       5400-PRINT-HOLD-DETAIL.
           MOVE SPACES TO WS-HOLD-DETAIL
           MOVE HT-KEY(WS-HOLD-SUB)         TO HL-KEY
           MOVE HT-SOURCE(WS-HOLD-SUB)      TO HL-SOURCE
           MOVE HT-ACCOUNT(WS-HOLD-SUB)     TO HL-ACCOUNT
           MOVE HT-DATE(WS-HOLD-SUB)        TO HL-DATE
           MOVE HT-BASE-AMOUNT(WS-HOLD-SUB) TO HL-BASE-AMOUNT
           MOVE HT-THRESHOLD(WS-HOLD-SUB)   TO HL-THRESHOLD
           IF HT-KEYER(WS-HOLD-SUB) = SPACES
               MOVE "UNKNOWN" TO HL-KEYER
           ELSE
               MOVE HT-KEYER(WS-HOLD-SUB) TO HL-KEYER
           END-IF
           MOVE HT-HELD-DATE(WS-HOLD-SUB)   TO HL-HELD-DATE
           EVALUATE HT-STATUS(WS-HOLD-SUB)
               WHEN "A"
                   MOVE "APPROVED" TO HL-STATUS
               WHEN "D"
                   MOVE "DECLINED" TO HL-STATUS
               WHEN OTHER
                   MOVE "PENDING" TO HL-STATUS
           END-EVALUATE
           MOVE HT-APPROVER(WS-HOLD-SUB)    TO HL-APPROVER
           MOVE WS-AGE-DAYS TO HL-AGE
           MOVE WS-HOLD-DETAIL TO APPR-RPT-REC
           WRITE APPR-RPT-REC.

       6000-PENDING-REGISTER.
           MOVE "ITEMS STILL PENDING" TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE WS-HEADING-2 TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE 0 TO WS-HOLD-SUB
           PERFORM 6100-AGE-HOLD-ENTRY WS-HOLD-COUNT TIMES.

       6100-AGE-HOLD-ENTRY.
           ADD 1 TO WS-HOLD-SUB
           IF HT-STATUS(WS-HOLD-SUB) = "P"
               MOVE HT-HELD-DATE(WS-HOLD-SUB) TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-SERIAL
               MOVE WS-DAY-SERIAL TO WS-HELD-SERIAL
               SUBTRACT WS-HELD-SERIAL FROM WS-RUN-SERIAL
                   GIVING WS-AGE-DAYS
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
               PERFORM 5400-PRINT-HOLD-DETAIL
           END-IF.

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

       7500-FIND-PENDING-ITEM.
           MOVE 0 TO WS-HOLD-FOUND
           MOVE 0 TO WS-HOLD-SUB
           PERFORM 7550-SCAN-HOLD WS-HOLD-COUNT TIMES.

       7550-SCAN-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HOLD-FOUND = 0
           AND HT-KEY(WS-HOLD-SUB) = WS-LOOKUP-KEY
           AND HT-DATE(WS-HOLD-SUB) = WS-LOOKUP-DATE
           AND HT-STATUS(WS-HOLD-SUB) = "P"
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND
           END-IF.

       8000-WRAP-UP.
           MOVE SPACES TO APPR-RPT-REC
           WRITE APPR-RPT-REC
           STRING "ITEMS NEWLY HELD  : " DELIMITED BY SIZE
                   WS-NEW-HELD-COUNT DELIMITED BY SIZE
                   INTO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           STRING "ITEMS APPROVED    : " DELIMITED BY SIZE
                   WS-APPROVED-COUNT DELIMITED BY SIZE
                   INTO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           STRING "ITEMS DECLINED    : " DELIMITED BY SIZE
                   WS-DECLINED-COUNT DELIMITED BY SIZE
                   INTO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           STRING "ITEMS CARRIED     : " DELIMITED BY SIZE
                   WS-CARRIED-COUNT DELIMITED BY SIZE
                   INTO APPR-RPT-REC
           WRITE APPR-RPT-REC
           MOVE SPACES TO APPR-RPT-REC
           STRING "DECISIONS REFUSED : " DELIMITED BY SIZE
                   WS-REFUSED-COUNT DELIMITED BY SIZE
                   INTO APPR-RPT-REC
           WRITE APPR-RPT-REC
           IF WS-REFUSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE APPR-RPT.
