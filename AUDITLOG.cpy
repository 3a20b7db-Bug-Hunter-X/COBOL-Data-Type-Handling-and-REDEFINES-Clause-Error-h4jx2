      *    WITHOUT TRIPPING THE NUMERIC-VS-NUMERIC-EDITED COMPARE
      *    RULE THAT WOULD OTHERWISE COMPARE THEM AS CHARACTER
      *    STRINGS.
      *
      *    A LARGE-VALUE CONVERSION (SEE AMTFIELD) IS LOGGED IN THE
      *    SAME 111 BYTES: AL-RESULT-BYTES HOLDS NINE DIGITS AND AN
      *    "L" (AL-LARGE-VALUE), AND THE STAGED SOURCE AMOUNT IS
      *    CARRIED IN AL-LARGE-SOURCE-AMOUNT, WHICH TAKES IN THE TWO
      *    SEPARATOR BYTES AFTER AL-SOURCE-AMOUNT.  AN ORDINARY
      *    RECORD IS UNCHANGED BYTE FOR BYTE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP              PIC X(14).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-INPUT-AMOUNT           PIC S9(7)V99.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-SOURCE-AREA.
               10  AL-SOURCE-AMOUNT      PIC 9(5)V99.
               10  FILLER                PIC X(2)    VALUE SPACES.
           05  AL-LARGE-SOURCE-AMOUNT REDEFINES AL-SOURCE-AREA
                                         PIC 9(7)V99.
           05  AL-RESULT-BYTES           PIC X(10).
           05  AL-LARGE-RESULT REDEFINES AL-RESULT-BYTES.
               10  AL-LARGE-RESULT-AMOUNT
                                         PIC 9(7)V99.
               10  AL-LARGE-IND          PIC X.
                   88  AL-LARGE-VALUE    VALUE "L".
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-RETURN-CODE            PIC XX.
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-TRANS-KEY              PIC X(6).
           05  FILLER                    PIC X(2)    VALUE SPACES.
           05  AL-TRANS-ACCOUNT          PIC X(10).
      *    THE ACCOUNT AS KEYED WHEN THE DRIVER REMAPPED A RETIRED OR
      *    MERGED ACCOUNT (SEE AMT-MAPPED-FROM-ACCOUNT IN AMTFIELD):
      *    AL-TRANS-ACCOUNT IS THEN THE SUBSTITUTED ACCOUNT AND THIS
      *    THE ORIGINAL.  SPACES WHEN NOTHING WAS REMAPPED.  IT TAKES
      *    THE LAST TEN BYTES OF THE 111-BYTE RECORD, WHICH WERE
      *    WRITTEN AS SPACES BEFORE, SO OLDER RECORDS READ THE SAME.
           05  AL-MAPPED-FROM-ACCOUNT    PIC X(10).
