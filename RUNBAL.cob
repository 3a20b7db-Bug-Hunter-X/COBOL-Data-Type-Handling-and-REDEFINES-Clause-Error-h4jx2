       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBAL.
      *REMARKS.
      *    END-OF-NIGHT RUN-BALANCE CERTIFICATE.  READS THE FIVE
      *    FILES OF A CONVERSION RUN -- THE TRANSACTION INPUT THE
      *    RUN PROCESSED (TRANSIN, I.E. THE EDITED CLEAN FILE), THE
      *    GL EXTRACT (GLEXTRCT), THE MAINTENANCE WORK FILE
      *    (MAINTWRK), THE PENDING-APPROVAL WORK FILE (PENDWRK), AND
      *    THE AUDIT LOG (AMTLOG) -- AND CROSS-FOOTS THEM AGAINST
      *    EACH OTHER INSTEAD OF TRUSTING ANY ONE REPORT'S OWN
      *    TOTALS:
      *
      *        TRANSACTIONS IN           = GL RECORDS + EXCEPTIONS
      *                                    + HELD ITEMS
      *        TRANSACTION AMOUNTS IN    = GL NET + EXCEPTION AMOUNTS
      *                                    + HELD AMOUNTS
      *        AMTLOG RECORDS (RUN DATE) = GL RECORDS + CONVERSION
      *                                    EXCEPTIONS + HELD ITEMS
      *
      *    AN ITEM HELD FOR SUPERVISOR APPROVAL (SEE APPRUPD) IS THE
      *    THIRD BUCKET: IT LEFT TRANSIN BUT REACHED NEITHER THE GL
      *    EXTRACT NOR THE EXCEPTION PATH.  IT PASSED THE AMTCONV
      *    RANGE CHECK BEFORE IT WAS HELD, SO IT HAS ITS AUDIT-LOG
      *    RECORD LIKE A POSTING.
      *
      *    A LARGE-VALUE GL DETAIL (GL-LARGE-VALUE, SEE GLFEED) IS
      *    FOOTED AT ITS FULL NINE-DIGIT GL-LARGE-AMOUNT, SO AN ITEM
      *    ABOVE 99999.99 THAT POSTED WHOLE BALANCES AGAINST ITS
      *    TRANSIN AMOUNT; THE CERTIFICATE SHOWS HOW MANY OF THE GL
      *    RECORDS WERE LARGE-VALUE AND THEIR NET.
      *
      *    AMOUNTS ARE COMPARED ON AN EFFECTIVE SIGNED BASIS: A
      *    CREDIT COUNTS AS MINUS ITS MAGNITUDE WHICHEVER WAY THE
      *    BRANCH KEYED THE SIGN, MATCHING HOW THE GL NETS THE TWO
      *    SIDES.  FOREIGN-CURRENCY AMOUNTS ON TRANSIN, MAINTWRK AND
      *    PENDWRK ARE CONVERTED TO BASE WITH THE SAME DAILY RATE
      *    FILE THE CONVERSION RUN USED (RATEFILE, REQUIRED), SO THEY
      *    FOOT AGAINST THE BASE-CURRENCY GL EXTRACT; A CURRENCY WITH NO
      *    USABLE RATE IS TAKEN AT PAR ON BOTH SIDES, WHICH STILL
      *    FOOTS BECAUSE SUCH A RECORD NEVER POSTED AND SITS IN
      *    BOTH TRANSIN AND MAINTWRK.  ONLY EXCEPTIONS THAT
           SELECT MAINT-WORK-FILE ASSIGN TO MAINTWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.
           SELECT PEND-WORK ASSIGN TO PENDWRK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT AUDIT-LOG-IN ASSIGN TO AMTLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           RECORDING MODE IS F.
       01  MAINT-WORK-FILE-REC        PIC X(85).

       FD  PEND-WORK
           RECORDING MODE IS F.
       01  PEND-WORK-REC              PIC X(100).

       FD  AUDIT-LOG-IN
           RECORDING MODE IS F.
       01  AUDIT-LOG-IN-REC           PIC X(111).
       COPY TRANFILE REPLACING TRANS-RECORD BY WS-TRANS-RECORD.
       COPY GLFEED.
       COPY MAINTWRK.
       COPY PENDFILE.
       COPY AUDITLOG REPLACING AUDIT-LOG-RECORD BY WS-AUDIT-RECORD.
       COPY RATEFILE.
       COPY RUNCTLA.
           88  WS-GL-OK               VALUE "00".
       01  WS-MAINT-STATUS            PIC XX.
           88  WS-MAINT-OK            VALUE "00".
       01  WS-PEND-STATUS             PIC XX.
           88  WS-PEND-OK             VALUE "00".
       01  WS-LOG-STATUS              PIC XX.
           88  WS-LOG-OK              VALUE "00".
       01  WS-PARM-STATUS             PIC XX.
       01  WS-MW-COUNT                PIC 9(7)    VALUE 0.
       01  WS-MW-AMOUNT               PIC S9(11)V99 VALUE 0.
       01  WS-MW-CONV-COUNT           PIC 9(7)    VALUE 0.
       01  WS-HELD-COUNT              PIC 9(7)    VALUE 0.
       01  WS-HELD-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  WS-LOG-COUNT               PIC 9(7)    VALUE 0.

      *    MOVING A SIGNED AMOUNT TO THIS UNSIGNED FIELD STORES ITS
      *    BYTES DROP STRAIGHT IN WITH THE DECIMAL IN THE RIGHT
      *    PLACE.
       01  WS-GL-DIGITS               PIC 9(5)V99 VALUE 0.
       01  WS-GL-DETAIL               PIC 9(7)V99 VALUE 0.
       01  WS-LARGE-COUNT             PIC 9(7)    VALUE 0.
       01  WS-LARGE-AMOUNT            PIC S9(11)V99 VALUE 0.

      *    DAILY EXCHANGE RATES, SAME FILE THE CONVERSION RUN READ.
      *    A STALE RATE (DATED BEFORE THE RUN DATE) IS TREATED THE
           05  CL-AMOUNT              PIC ----,---,--9.99.

      *    ONE LINE PER RUN ON THE RUN-HISTORY FILE: RUN DATE,
      *    RECORDS IN, GL OUT, EXCEPTIONS, AUDIT-LOG COUNT, THE
      *    VERDICT, AND ITEMS HELD FOR APPROVAL, FIXED COLUMNS FOR
      *    EASY TRENDING.
       01  WS-RUN-HISTORY-LINE.
           05  RH-RUN-DATE            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RH-LOG-COUNT           PIC 9(7).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RH-VERDICT             PIC X(14).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RH-HELD-COUNT          PIC 9(7).
           05  FILLER                 PIC X(9)    VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 2000-TALLY-TRANSIN
           PERFORM 3000-TALLY-GL-EXTRACT
           PERFORM 4000-TALLY-MAINT-WORK
           PERFORM 4500-TALLY-PENDING-WORK
           PERFORM 5000-TALLY-AUDIT-LOG
           PERFORM 6000-CROSS-FOOT
           PERFORM 8000-WRAP-UP
               NOT AT END
                   MOVE GL-EXTRACT-IN-REC TO GL-EXTRACT-RECORD
                   ADD 1 TO WS-GL-COUNT
                   IF GL-LARGE-VALUE
                       PERFORM 3150-TALLY-LARGE-VALUE
                   ELSE
                       IF GL-AMOUNT(1:7) IS NUMERIC
                           MOVE GL-AMOUNT(1:7) TO WS-GL-DIGITS(1:7)
                           IF GL-POST-CREDIT
                               SUBTRACT WS-GL-DIGITS FROM WS-GL-AMOUNT
                           ELSE
                               ADD WS-GL-DIGITS TO WS-GL-AMOUNT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3150-TALLY-LARGE-VALUE.
           ADD 1 TO WS-LARGE-COUNT
           IF GL-LARGE-AMOUNT IS NUMERIC
               MOVE GL-LARGE-AMOUNT TO WS-GL-DETAIL
               IF GL-POST-CREDIT
                   SUBTRACT WS-GL-DETAIL FROM WS-GL-AMOUNT
                   SUBTRACT WS-GL-DETAIL FROM WS-LARGE-AMOUNT
               ELSE
                   ADD WS-GL-DETAIL TO WS-GL-AMOUNT
                   ADD WS-GL-DETAIL TO WS-LARGE-AMOUNT
               END-IF
           END-IF.

       4000-TALLY-MAINT-WORK.
           OPEN INPUT MAINT-WORK-FILE
           IF NOT WS-MAINT-OK
               ADD WS-WORK-SIGNED TO WS-MW-AMOUNT
           END-IF.

       4500-TALLY-PENDING-WORK.
           OPEN INPUT PEND-WORK
           IF NOT WS-PEND-OK
               DISPLAY "RUNBAL: UNABLE TO OPEN PENDWRK, FILE STATUS "
                       WS-PEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 4600-TALLY-PENDING-RECORD UNTIL WS-NO-MORE-RECORDS
           CLOSE PEND-WORK.

       4600-TALLY-PENDING-RECORD.
           READ PEND-WORK
               AT END
                   MOVE "Y" TO WS-EOF-SWITCH
               NOT AT END
                   MOVE PEND-WORK-REC TO PENDING-RECORD
                   ADD 1 TO WS-HELD-COUNT
                   IF PD-AMOUNT-IN IS NUMERIC
                       PERFORM 4700-ADD-EFFECTIVE-HELD
                   END-IF
           END-READ.

       4700-ADD-EFFECTIVE-HELD.
           MOVE PD-CURRENCY TO WS-LOOKUP-CURRENCY
           PERFORM 7000-GET-RATE
           MULTIPLY PD-AMOUNT-IN BY WS-APPLY-RATE
               GIVING WS-WORK-SIGNED ROUNDED
           IF PD-TYPE = "CR"
               MOVE WS-WORK-SIGNED TO WS-WORK-MAGNITUDE
               SUBTRACT WS-WORK-MAGNITUDE FROM WS-HELD-AMOUNT
           ELSE
               ADD WS-WORK-SIGNED TO WS-HELD-AMOUNT
           END-IF.

       5000-TALLY-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG-IN
           IF NOT WS-LOG-OK
           END-READ.

       6000-CROSS-FOOT.
           IF WS-TIN-COUNT NOT =
              WS-GL-COUNT + WS-MW-COUNT + WS-HELD-COUNT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF
           IF WS-TIN-AMOUNT NOT =
              WS-GL-AMOUNT + WS-MW-AMOUNT + WS-HELD-AMOUNT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF
           IF WS-LOG-COUNT NOT =
              WS-GL-COUNT + WS-MW-CONV-COUNT + WS-HELD-COUNT
               MOVE "N" TO WS-BALANCE-SWITCH
           END-IF.

           MOVE WS-CERT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
           MOVE SPACES TO WS-CERT-LINE
           MOVE "  OF WHICH LARGE-VALUE    : " TO CL-LABEL
           MOVE WS-LARGE-COUNT  TO CL-COUNT
           MOVE WS-LARGE-AMOUNT TO CL-AMOUNT
           MOVE WS-CERT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
           MOVE SPACES TO WS-CERT-LINE
           MOVE "EXCEPTIONS (MAINTWRK)     : " TO CL-LABEL
           MOVE WS-MW-COUNT  TO CL-COUNT
           MOVE WS-MW-AMOUNT TO CL-AMOUNT
           MOVE WS-CERT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
           MOVE SPACES TO WS-CERT-LINE
           MOVE "HELD FOR APPROVAL         : " TO CL-LABEL
           MOVE WS-HELD-COUNT  TO CL-COUNT
           MOVE WS-HELD-AMOUNT TO CL-AMOUNT
           MOVE WS-CERT-LINE TO BALANCE-RPT-REC
           WRITE BALANCE-RPT-REC
           MOVE SPACES TO WS-CERT-LINE
           MOVE "AUDIT LOG (RUN DATE)      : " TO CL-LABEL
           MOVE WS-LOG-COUNT TO CL-COUNT
           MOVE WS-CERT-LINE TO BALANCE-RPT-REC
           MOVE WS-GL-COUNT   TO RH-GL-COUNT
           MOVE WS-MW-COUNT   TO RH-MW-COUNT
           MOVE WS-LOG-COUNT  TO RH-LOG-COUNT
           MOVE WS-HELD-COUNT TO RH-HELD-COUNT
           IF WS-RUN-IN-BALANCE
               MOVE "IN BALANCE" TO RH-VERDICT
           ELSE
