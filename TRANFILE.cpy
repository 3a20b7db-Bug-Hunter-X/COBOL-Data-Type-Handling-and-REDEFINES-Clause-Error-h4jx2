      *    EXTRACT DEBIT/CREDIT INDICATOR.
      *
      *    TRANS-SOURCE IDENTIFIES THE BRANCH SYSTEM A RECORD CAME
      *    FROM.  THE THREE BRANCH FEEDS, AND THE STANDING-ENTRY
      *    FEED WRITTEN BY STNDGEN (SOURCE STD), ARE CONCATENATED
      *    INTO ONE TRANSIN WITH A BATCH SEPARATOR RECORD (TRANS-KEY =
      *    "*BATCH", TRANS-SOURCE = THE FEED'S SOURCE CODE) AHEAD OF
      *    EACH FEED'S RECORDS; A DETAIL RECORD WITH TRANS-SOURCE
      *    SPACES INHERITS THE SOURCE FROM THE SEPARATOR IT FOLLOWS.
      *
      *    EACH FEED CLOSES WITH A TRAILER RECORD (TRANS-KEY =
      *    "*TRAIL", TRANS-SOURCE = THE FEED'S SOURCE CODE) CARRYING
      *    THE FEED'S OWN CONTROL TOTALS IN TRANS-TRAILER-TOTALS: THE
      *    NUMBER OF DETAIL RECORDS BETWEEN THE SEPARATOR AND THE
      *    TRAILER, AND A HASH TOTAL THAT IS THE ALGEBRAIC SUM OF
      *    TRANS-AMOUNT-IN AS KEYED.  TXNEDIT PROVES EVERY FEED
      *    AGAINST ITS TRAILER AND HOLDS A FEED THAT DOES NOT PROVE;
      *    THE TRAILER ITSELF STOPS THERE AND NEVER REACHES TXNCONV.
      *    RECORDS THAT DO NOT COME FROM A BRANCH (APPRUPD RELEASES,
      *    CORRAPLY RESUBMISSIONS) CARRY THEIR OWN TRANS-SOURCE AND
      *    ARE CONCATENATED OUTSIDE THE SEPARATOR/TRAILER PAIRS.
      *
      *    TRANS-RESUB = "R" MARKS AN EXPLICIT RESUBMISSION OF A KEY
      *    ALREADY POSTED IN A PRIOR RUN (THE MAINTLST CORRECTION
      *    FLOW); WITHOUT IT, A KEY+DATE ALREADY ON THE PROCESSED
      *    HISTORY (SEE HISTFILE) IS REJECTED AS A DUPLICATE.
      *    TRANS-RESUB = "A" OR "D" MARKS AN ITEM COMING BACK FROM
      *    THE APPROVAL HOLD (APPRUPD): "A" RELEASED BY A SUPERVISOR,
      *    WHICH POSTS WITHOUT BEING HELD AGAIN, AND "D" DECLINED,
      *    WHICH GOES STRAIGHT TO THE EXCEPTION/SUSPENSE PATH.  THE
      *    HELD KEY IS ALREADY ON THE PROCESSED HISTORY, SO BOTH
      *    BYPASS THE DUPLICATE SCREEN AS A RESUBMISSION DOES.
      *
      *    TRANS-OPERATOR IS THE ID OF THE PERSON WHO KEYED THE ITEM
      *    AT THE BRANCH (SPACES WHERE THE FEED DOES NOT SUPPLY IT);
      *    TRANS-APPROVER IS FILLED IN BY APPRUPD ON A RELEASED OR
      *    DECLINED ITEM.  A SUPERVISOR MAY NOT DECIDE AN ITEM THEY
      *    KEYED THEMSELVES.
      *
      *    TRANS-CURRENCY NAMES THE CURRENCY TRANS-AMOUNT-IN WAS
      *    KEYED IN; SPACES MEANS BASE CURRENCY.  A FOREIGN AMOUNT
      *    IS CONVERTED TO BASE INSIDE THE BATCH USING THE DAILY
      *    RATE FILE (SEE RATEFILE) BEFORE THE AMTCONV RANGE CHECK
      *    IS APPLIED.
      *****************************************************************
       01  TRANS-RECORD.
           05  TRANS-KEY                 PIC X(6).
               88  TRANS-BATCH-HEADER    VALUE "*BATCH".
               88  TRANS-BATCH-TRAILER   VALUE "*TRAIL".
           05  TRANS-ACCOUNT             PIC X(10).
           05  TRANS-DATE                PIC X(8).
           05  TRANS-AMOUNT-IN           PIC S9(7)V99.
           05  TRANS-SOURCE              PIC X(3).
           05  TRANS-RESUB               PIC X.
               88  TRANS-RESUBMISSION    VALUE "R".
               88  TRANS-RELEASED        VALUE "A".
               88  TRANS-DECLINED        VALUE "D".
           05  TRANS-CURRENCY            PIC X(3).
           05  TRANS-OPERATOR            PIC X(8).
           05  TRANS-APPROVER            PIC X(8).
           05  TRANS-TRAILER-TOTALS.
               10  TRANS-TRL-COUNT       PIC 9(7).
               10  TRANS-TRL-HASH        PIC S9(11)V99.
               10  FILLER                PIC X(2).
