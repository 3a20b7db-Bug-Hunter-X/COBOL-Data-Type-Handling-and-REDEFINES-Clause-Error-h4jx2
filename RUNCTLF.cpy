      *    RUNCTLF.CPY
      *    NIGHTLY RUN-CONTROL RECORD, ONE PER BATCH DATE, MAINTAINED
      *    BY THE RUNCTL SUBPROGRAM.  EACH STEP OF THE NIGHTLY CHAIN
      *    (STNDGEN, TXNEDIT, TXNCONV, GLBALANC, RUNBAL) STAMPS ITS
      *    COMPLETION TIME (HHMMSS) IN ITS COLUMN ON CLEAN
      *    COMPLETION; SPACES MEANS THE STEP HAS NOT RUN FOR THE
      *    DATE.  EACH STEP CHECKS ITS PREDECESSOR'S STAMP ON
      *    STARTUP AND REFUSES TO START WITHOUT IT, SO A STEP
      *    RELEASED AFTER AN UPSTREAM ABEND CANNOT CONVERT OR
      *    BALANCE THE WRONG NIGHT'S LEFTOVERS.
      *****************************************************************
       01  RUN-CTL-RECORD.
           05  RC-DATE                   PIC X(8).
           05  RC-BAL-STAMP              PIC X(6).
           05  FILLER                    PIC X(2).
           05  RC-RUNBAL-STAMP           PIC X(6).
           05  FILLER                    PIC X(2).
           05  RC-STND-STAMP             PIC X(6).
           05  FILLER                    PIC X(32).
