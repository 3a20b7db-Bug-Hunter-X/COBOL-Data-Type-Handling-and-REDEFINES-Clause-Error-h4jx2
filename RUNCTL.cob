       PROGRAM-ID. RUNCTL.
      *REMARKS.
      *    CALLABLE RUN-CONTROL SUBPROGRAM FOR THE NIGHTLY STEP
      *    SEQUENCE (STNDGEN, THEN TXNEDIT, THEN TXNCONV, THEN
      *    GLBALANC, THEN RUNBAL).  NOTHING USED TO ENFORCE THE
      *    ORDER: IF TXNEDIT ABENDED AND TXNCONV WAS RELEASED
      *    ANYWAY, IT HAPPILY CONVERTED YESTERDAY'S LEFTOVER
      *    TRANSCLN AND A PERFECTLY BALANCED FILE FROM THE WRONG
      *    INPUT WENT TO POSTING.
      *    CALLERS COPY RUNCTLA, FILL IN THEIR STEP, PREREQUISITE,
      *    AND BATCH DATE, AND CALL HERE -- THE SAME CALLABLE
      *    PATTERN AS AMTCONV.

       7000-GET-STEP-STAMP.
           EVALUATE LL-STEP
               WHEN "STNDGEN "
                   MOVE RC-STND-STAMP TO WS-STAMP-FOUND
               WHEN "TXNEDIT "
                   MOVE RC-EDIT-STAMP TO WS-STAMP-FOUND
               WHEN "TXNCONV "

       7500-SET-STEP-STAMP.
           EVALUATE RCA-STEP
               WHEN "STNDGEN "
                   MOVE WS-TIME-NOW TO RC-STND-STAMP
               WHEN "TXNEDIT "
                   MOVE WS-TIME-NOW TO RC-EDIT-STAMP
               WHEN "TXNCONV "
