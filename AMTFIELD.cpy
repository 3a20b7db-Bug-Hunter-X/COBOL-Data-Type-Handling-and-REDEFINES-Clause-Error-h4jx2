      *    AMOUNT / AMT-DISPLAY-AREA / AMT-NUMERIC-AREA ARE THE
      *    ORIGINAL WS-AREA-3 / WS-AREA-1 / WS-AREA-2 TRIO, DEFINED
      *    ONCE HERE SO EVERY CALLER SHARES THE SAME LAYOUT.
      *
      *    LARGE-VALUE MODE: A CALLER THAT SETS AMT-LARGE-VALUE-MODE
      *    HAS AN AMOUNT ABOVE 99999.99 (UP TO THE FULL 9(7)V99 OF
      *    AMT-INPUT-AMOUNT) STAGED IN AMT-LARGE-SOURCE-AMOUNT AND
      *    CARRIED IN THE SAME TEN DISPLAY BYTES AS NINE DIGITS
      *    FOLLOWED BY AN "L" (AMT-LARGE-AREA) INSTEAD OF BEING
      *    REJECTED WITH AMT-CONV-OVERFLOW.  AN AMOUNT WITHIN
      *    99999.99 IS STAGED EXACTLY AS BEFORE, AND A CALLER THAT
      *    LEAVES THE MODE SPACES KEEPS THE ORIGINAL CEILING.
      *****************************************************************
      *    AMT-TRANS-TYPE TELLS THE VALIDATION WHICH SIGN RULE TO
      *    APPLY: A DEBIT (DR OR SPACES, THE PRE-TYPE DEFAULT) MUST
           05  AMT-DISPLAY-AREA          PIC X(10).
           05  AMT-NUMERIC-AREA REDEFINES AMT-DISPLAY-AREA
                                         PIC 9(5)V99.
           05  AMT-LARGE-AREA REDEFINES AMT-DISPLAY-AREA.
               10  AMT-LARGE-NUMERIC-AREA
                                         PIC 9(7)V99.
               10  AMT-LARGE-IND         PIC X.
                   88  AMT-LARGE-VALUE   VALUE "L".
           05  AMT-RETURN-CODE           PIC XX.
               88  AMT-CONV-OK           VALUE "00".
               88  AMT-CONV-OVERFLOW     VALUE "10".
      *    A CALLER WITH NO TRANSACTION CONTEXT LEAVES THEM SPACES.
           05  AMT-TRANS-KEY             PIC X(6).
           05  AMT-TRANS-ACCOUNT         PIC X(10).
      *    LARGE-VALUE MODE, SET BY THE CALLER BEFORE THE CALL (SEE
      *    ABOVE), AND THE LARGE-VALUE STAGED SOURCE AMOUNT, ZERO
      *    UNLESS AMT-LARGE-VALUE IS SET ON RETURN.
           05  AMT-VALUE-MODE            PIC X.
               88  AMT-LARGE-VALUE-MODE  VALUE "L".
           05  AMT-LARGE-SOURCE-AMOUNT   PIC 9(7)V99.
      *    ACCOUNT REMAPPING, SET BY THE CALLER BEFORE THE CALL AND
      *    ECHOED TO THE AUDIT LOG: THE ACCOUNT NUMBER AS KEYED WHEN
      *    THE DRIVER REDIRECTED THE TRANSACTION TO A NEW ACCOUNT
      *    (SEE ACCTMAP), IN WHICH CASE AMT-TRANS-ACCOUNT IS THE
      *    SUBSTITUTED ACCOUNT.  SPACES WHEN NOTHING WAS REMAPPED.
           05  AMT-MAPPED-FROM-ACCOUNT   PIC X(10).
