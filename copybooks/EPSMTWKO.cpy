      ******************************************************************
      *    EPSMTWKO  -  LOSS-MITIGATION WORKOUT RECORD LAYOUT          *
      *    ONE RECORD PER LOAN ON A WORKOUT PLAN, ON A VSAM KSDS       *
      *    KEYED BY LOAN NUMBER.  SET UP AND WORKED FROM THE ONLINE    *
      *    DBBC COLLECTIONS SCREEN (EVERY CHANGE AUDITED).  WHILE A    *
      *    PLAN IS IN FORCE THE MONTH-END DBBDLQU RUN CHARGES NO LATE  *
      *    FEES AND DBBCOLL SENDS NO NOTICES AND MAKES NO REFERRAL.    *
      *    AN APPROVED MODIFICATION IS BOOKED TO THE LOAN MASTER BY    *
      *    THE DAILY DBBMOD RUN, WHICH STAMPS THE BOOKED FIELDS.       *
      ******************************************************************
           05  WO-LOAN-NUMBER             PIC X(10).
           05  WO-PLAN-TYPE               PIC X(1).
               88  WO-PLAN-FORBEARANCE            VALUE 'F'.
               88  WO-PLAN-REPAYMENT              VALUE 'R'.
               88  WO-PLAN-MODIFICATION           VALUE 'M'.
      *    ACTIVE IS A FORBEARANCE OR REPAYMENT PLAN RUNNING; A
      *    MODIFICATION RUNS ITS TRIAL PERIOD, IS APPROVED ON THE
      *    SCREEN ONCE THE TRIAL PAYMENTS ARE MADE, AND IS BOOKED BY
      *    DBBMOD.  COMPLETED AND CANCELLED ARE KEYED BY THE DESK.
           05  WO-PLAN-STATUS             PIC X(1).
               88  WO-STATUS-ACTIVE               VALUE 'A'.
               88  WO-STATUS-TRIAL                VALUE 'T'.
               88  WO-STATUS-APPROVED             VALUE 'P'.
               88  WO-STATUS-BOOKED               VALUE 'B'.
               88  WO-STATUS-COMPLETED            VALUE 'C'.
               88  WO-STATUS-CANCELLED            VALUE 'X'.
               88  WO-PLAN-IN-FORCE               VALUE 'A' 'T' 'P'.
      *    THE PLAN'S SCHEDULED END (FORBEARANCE PERIOD, LAST
      *    REPAYMENT-PLAN INSTALLMENT, END OF THE TRIAL) - A PLAN
      *    LEFT IN FORCE PAST ITS END DATE NO LONGER HOLDS OFF FEES
      *    AND NOTICES.  ZERO MEANS OPEN-ENDED.
           05  WO-START-DATE              PIC 9(8).
           05  WO-END-DATE                PIC 9(8).
           05  WO-STATUS-DATE             PIC 9(8).
      *    TRIAL PERIOD - THE REDUCED PAYMENT THE BORROWER MUST MAKE
      *    THE REQUIRED NUMBER OF TIMES BEFORE THE MODIFICATION CAN BE
      *    APPROVED.  THE DESK KEYS EACH TRIAL PAYMENT AS IT ARRIVES.
           05  WO-TRIAL-PAYMENT-AMOUNT    PIC 9(7)V99.
           05  WO-TRIAL-PAYMENTS-REQUIRED PIC 9(1).
           05  WO-TRIAL-PAYMENTS-MADE     PIC 9(1).
           05  WO-LAST-TRIAL-DATE         PIC 9(8).
      *    MODIFICATION TERMS - THE NEW RATE AND THE NEW TERM IN
      *    MONTHS, COUNTED FROM THE DATE THE MODIFICATION BOOKS.
           05  WO-MOD-RATE                PIC 9(2)V999.
           05  WO-MOD-TERM-MONTHS         PIC 9(3).
           05  WO-APPROVED-BY             PIC X(8).
           05  WO-APPROVED-DATE           PIC 9(8).
      *    STAMPED BY DBBMOD - THE DATE IT BOOKED, THE ARREARS AND
      *    FEES IT CAPITALIZED AND THE MISSED PAYMENTS IT RE-AGED.
           05  WO-BOOKED-DATE             PIC 9(8).
           05  WO-CAPITALIZED-AMOUNT      PIC 9(9)V99.
           05  WO-PAYMENTS-REAGED         PIC 9(3).
      *    USER WHO LAST CHANGED THE PLAN ON THE DBBC SCREEN.
           05  WO-MAINT-USER-ID           PIC X(8).
           05  FILLER                     PIC X(11).
