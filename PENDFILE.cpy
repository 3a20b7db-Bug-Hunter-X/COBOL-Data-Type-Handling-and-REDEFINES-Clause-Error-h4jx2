      *****************************************************************
      *    PENDFILE.CPY
      *    PENDING-APPROVAL RECORD, ONE PER TRANSACTION HELD FOR A
      *    SUPERVISOR BECAUSE ITS BASE AMOUNT IS AT OR ABOVE THE
      *    APPROVAL THRESHOLD FOR ITS SOURCE SYSTEM (APPRPARM).
      *    TXNCONV WRITES ONE TO PENDWRK FOR EVERY ITEM IT DIVERTS
      *    AWAY FROM THE GL EXTRACT; APPRUPD CARRIES THEM ACROSS RUNS
      *    (PENDIN = THE HOLD AS OF THE PRIOR RUN, PENDOUT = THE HOLD
      *    AFTER THIS RUN, CYCLED BY JCL LIKE THE SUSPENSE LEDGER)
      *    UNTIL A SUPERVISOR RELEASES OR DECLINES THE ITEM.
      *
      *    THE TRANSACTION FIELDS ARE KEPT AS KEYED (PD-AMOUNT-IN IN
      *    PD-CURRENCY) SO A RELEASED ITEM CAN BE REBUILT AS A FULL
      *    TRANS-RECORD AND RE-CONVERTED AT THE RATE OF THE RUN THAT
      *    POSTS IT.  PD-BASE-AMOUNT AND PD-THRESHOLD ARE THE BASE
      *    MAGNITUDE AND THE LIMIT IT WAS HELD AGAINST, FOR THE
      *    REGISTER.  PD-HELD-DATE IS THE RUN DATE THE ITEM WAS
      *    HELD; PD-STATUS, PD-APPROVER AND PD-DECISION-DATE RECORD
      *    THE SUPERVISOR'S DECISION (DECIDED ITEMS PRINT ON THE
      *    REGISTER AND DO NOT CARRY FORWARD).
      *****************************************************************
       01  PENDING-RECORD.
           05  PD-KEY                    PIC X(6).
           05  PD-ACCOUNT                PIC X(10).
           05  PD-DATE                   PIC X(8).
           05  PD-AMOUNT-IN              PIC S9(7)V99.
           05  PD-TYPE                   PIC X(2).
           05  PD-SOURCE                 PIC X(3).
           05  PD-CURRENCY               PIC X(3).
           05  PD-KEYER                  PIC X(8).
           05  PD-BASE-AMOUNT            PIC 9(9)V99.
           05  PD-THRESHOLD              PIC 9(9)V99.
           05  PD-HELD-DATE              PIC X(8).
           05  PD-STATUS                 PIC X.
               88  PD-ITEM-PENDING       VALUE "P".
               88  PD-ITEM-APPROVED      VALUE "A".
               88  PD-ITEM-DECLINED      VALUE "D".
           05  PD-APPROVER               PIC X(8).
           05  PD-DECISION-DATE          PIC X(8).
           05  FILLER                    PIC X(4).
