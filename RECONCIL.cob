      *    AS THE FIRST 8 BYTES OF AL-TIMESTAMP).  IF RECONPARM IS
      *    ABSENT OR BLANK, THE PERIOD DEFAULTS TO THE FULL RANGE
      *    (CURRENT BEHAVIOR) SO EXISTING JCL KEEPS WORKING.
      *
      *    A LARGE-VALUE RECORD (AL-LARGE-VALUE -- NINE DIGITS AND AN
      *    "L" IN THE RESULT BYTES, SEE AUDITLOG) IS REVERSED THROUGH
      *    AMT-LARGE-AREA, THE LARGE-VALUE REDEFINITION OF THE SAME
      *    DISPLAY BYTES, AND COMPARED AGAINST AL-LARGE-SOURCE-
      *    AMOUNT, SO A LARGE AMOUNT IS RECONCILED TO THE CENT LIKE
      *    ANY OTHER.  THE WRAP-UP COUNTS THE LARGE-VALUE RECORDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01  WS-RECORD-COUNT            PIC 9(7)    VALUE 0.
       01  WS-IN-PERIOD-COUNT         PIC 9(7)    VALUE 0.
       01  WS-MISMATCH-COUNT          PIC 9(7)    VALUE 0.
       01  WS-LARGE-COUNT             PIC 9(7)    VALUE 0.

       01  WS-SOURCE-AMOUNT           PIC 9(7)V99 VALUE 0.
       01  WS-RECONSTRUCTED           PIC 9(7)V99 VALUE 0.

       01  WS-RECON-DETAIL.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  RD-TIMESTAMP           PIC X(14).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-SOURCE              PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-RECONSTRUCTED       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  RD-STATUS              PIC X(14).

               IF AMT-CONV-OK
                   MOVE SPACES TO AMT-DISPLAY-AREA
                   MOVE AL-RESULT-BYTES TO AMT-DISPLAY-AREA
                   IF AMT-LARGE-VALUE
                       ADD 1 TO WS-LARGE-COUNT
                       MOVE AL-LARGE-SOURCE-AMOUNT TO WS-SOURCE-AMOUNT
                       MOVE AMT-LARGE-NUMERIC-AREA TO WS-RECONSTRUCTED
                   ELSE
                       MOVE AL-SOURCE-AMOUNT TO WS-SOURCE-AMOUNT
                       MOVE AMT-NUMERIC-AREA TO WS-RECONSTRUCTED
                   END-IF
                   IF WS-RECONSTRUCTED NOT = WS-SOURCE-AMOUNT
                       ADD 1 TO WS-MISMATCH-COUNT
                       MOVE AL-TIMESTAMP     TO RD-TIMESTAMP
                       MOVE WS-SOURCE-AMOUNT TO RD-SOURCE
                       MOVE WS-RECONSTRUCTED TO RD-RECONSTRUCTED
                       MOVE "** MISMATCH" TO RD-STATUS
                       MOVE WS-RECON-DETAIL TO RECON-RPT-REC
                       WRITE RECON-RPT-REC
                   WS-MISMATCH-COUNT DELIMITED BY SIZE
                   INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
           STRING "LARGE-VALUE RECORDS     : " DELIMITED BY SIZE
                   WS-LARGE-COUNT DELIMITED BY SIZE
                   INTO RECON-RPT-REC
           WRITE RECON-RPT-REC
           CLOSE AUDIT-LOG-IN
           CLOSE RECON-RPT.
