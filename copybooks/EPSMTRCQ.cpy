      ******************************************************************
      *    EPSMTRCQ  -  BORROWER RECAST REQUEST RECORD LAYOUT          *
      *    ONE RECORD PER SIGNED RECAST REQUEST, KEYED BY THE LOAN     *
      *    SERVICING DESK AFTER A CURTAILMENT HAS POSTED.  DBBRCST     *
      *    RE-AMORTIZES THE LOWERED BALANCE OVER THE MONTHS LEFT ON    *
      *    THE ORIGINAL TERM SO THE MONTHLY PAYMENT COMES DOWN         *
      *    INSTEAD OF THE TERM SHORTENING.                             *
      ******************************************************************
           05  RQ-LOAN-NUMBER             PIC X(10).
           05  RQ-REQUEST-DATE            PIC 9(8).
      *    DESK USER WHO TOOK THE REQUEST - CARRIED TO THE AUDIT
      *    RECORD IN PLACE OF THE BATCH USER ID.
           05  RQ-USER-ID                 PIC X(8).
           05  FILLER                     PIC X(14).
