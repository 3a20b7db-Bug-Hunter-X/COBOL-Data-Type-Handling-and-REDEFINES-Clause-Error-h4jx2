      *    THE POSTING INTERFACE), SO RF-KEY IS SPACES ON ACCEPTED
      *    RECORDS.  A REJECT COMES FROM THE MAINTENANCE WORK FILE
      *    AND CARRIES ITS KEY AND MW-REASON.
      *
      *    A FEED REJECTED RECORD TELLS THE BRANCH THAT ONE OF ITS
      *    FEEDS FAILED ITS TRAILER CONTROL TOTALS AT TXNEDIT AND
      *    WAS HELD WHOLE (SEE TRANFILE); NONE OF THAT FEED'S RECORDS
      *    POSTED AND THE FEED MUST BE RE-SENT.  IT CARRIES THE RUN
      *    DATE, A ZERO AMOUNT AND RF-REASON "FEED REJECTED-TOTALS".
      *
      *    A HELD-FOR-APPROVAL RECORD IS AN ITEM TXNCONV DIVERTED TO
      *    THE APPROVAL HOLD (SEE PENDFILE): IT HAS NEITHER POSTED
      *    NOR FAILED AND WILL COME BACK THROUGH THE RUN ONCE A
      *    SUPERVISOR DECIDES IT.  IT CARRIES ITS KEY, ACCOUNT, DATE
      *    AND AMOUNT AS KEYED, LIKE A REJECT, AND RF-REASON
      *    "HELD FOR APPROVAL".
      *****************************************************************
       01  RETURN-FEED-RECORD.
           05  RF-RECORD-TYPE            PIC X.
               88  RF-BRANCH-HEADER      VALUE "H".
               88  RF-ACCEPTED           VALUE "A".
               88  RF-REJECTED           VALUE "R".
               88  RF-FEED-REJECTED      VALUE "F".
               88  RF-HELD-FOR-APPROVAL  VALUE "P".
           05  RF-SOURCE                 PIC X(3).
           05  RF-KEY                    PIC X(6).
           05  RF-ACCOUNT                PIC X(10).
