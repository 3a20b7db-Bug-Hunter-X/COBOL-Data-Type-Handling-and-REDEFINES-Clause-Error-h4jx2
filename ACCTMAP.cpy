      *****************************************************************
      *    ACCTMAP.CPY
      *    ACCOUNT REMAPPING RECORD.  ONE RECORD PER RETIRED OR
      *    MERGED ACCOUNT NUMBER, KEYED BY MP-OLD-ACCOUNT, MAINTAINED
      *    BY MAPLOAD FROM THE MAPPING MAINTENANCE TRANSACTION FILE
      *    AND READ BY THE CONVERSION RUN, WHICH REDIRECTS A
      *    TRANSACTION STILL KEYED TO THE OLD NUMBER TO
      *    MP-NEW-ACCOUNT BEFORE THE ACCOUNT CHECK.
      *
      *    THE MAPPING APPLIES TO A TRANSACTION DATED MP-EFF-DATE
      *    THRU MP-EXPIRY-DATE.  ONE DATED BEFORE MP-EFF-DATE BELONGS
      *    TO THE OLD ACCOUNT AND IS CHECKED AGAINST IT AS KEYED; ONE
      *    DATED AFTER MP-EXPIRY-DATE IS NO LONGER REDIRECTED, SO THE
      *    OLD NUMBER IS REJECTED BY THE ACCOUNT CHECK THE SAME AS
      *    ANY OTHER CLOSED OR UNKNOWN ACCOUNT.  A MAPPING IS NOT
      *    FOLLOWED A SECOND TIME: MP-NEW-ACCOUNT MUST BE AN ACCOUNT
      *    THAT POSTS IN ITS OWN RIGHT, AND MP-OLD-ACCOUNT MAY NOT BE
      *    ANY OTHER RECORD'S MP-NEW-ACCOUNT.
      *****************************************************************
       01  ACCT-MAP-RECORD.
           05  MP-OLD-ACCOUNT            PIC X(10).
           05  MP-NEW-ACCOUNT            PIC X(10).
           05  MP-EFF-DATE               PIC X(8).
           05  MP-EXPIRY-DATE            PIC X(8).
           05  FILLER                    PIC X(4).
