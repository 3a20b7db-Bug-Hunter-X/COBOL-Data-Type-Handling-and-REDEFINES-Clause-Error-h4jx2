      *****************************************************************
      *    HISTFILE.CPY
      *    PROCESSED-KEY HISTORY RECORD, ONE PER TRANSACTION POSTED
      *    TO THE GL EXTRACT OR HELD FOR APPROVAL (SEE PENDFILE),
      *    KEYED BY TRANS-KEY PLUS TRANS-DATE.
      *    MAINTAINED ACROSS RUNS BY TXNCONV (HISTIN = THE HISTORY AS
      *    OF THE PRIOR RUN, HISTOUT = THE HISTORY AFTER THIS RUN,
      *    CYCLED BY JCL) SO A KEY ALREADY POSTED IN A PRIOR RUN CAN
