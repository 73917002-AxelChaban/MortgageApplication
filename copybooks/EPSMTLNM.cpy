      *    SCHEDULE FROM IT.                                           *
      *    LM-EDIT-STATUS IS SET BY DBBTEST'S LOAN-LEVEL FIELD EDITS   *
      *    THE SAME WAY CM-EDIT-STATUS IS SET FOR CUSTOMERS.           *
      *    THE MORTGAGE INSURANCE FIELDS ARE WORKED BY THE MONTHLY     *
      *    DBBPMI RUN.                                                 *
      ******************************************************************
           05  LM-LOAN-NUMBER             PIC X(10).
           05  LM-CUSTOMER-NUMBER         PIC X(10).
           05  LM-SCHED-PRINCIPAL         PIC 9(9)V99.
           05  LM-SCHED-RATE              PIC 9(2)V999.
           05  LM-SCHED-TERM              PIC 9(3).
      *    UNPAID LATE CHARGES ASSESSED BY DBBDLQU (AND RETURNED-
      *    CHECK FEES ASSESSED BY DBBNSF), CARRIED ON THE LOAN SO
      *    THEY SHOW ON STATEMENTS AND PAYOFF FIGURES.
           05  LM-LATE-FEES-DUE           PIC 9(7)V99.
      *    PARTIAL PAYMENTS ACCUMULATED BY DBBPOST/DBBRPST - POSTED
      *    MONEY, LIKE THE ESCROW BALANCE.  THE MOMENT IT COVERS THE
      *    DBBMAINT LIKE ANY OTHER LOAN FIELD; THE MONTHLY DBBREMT
      *    CUTOFF SUMS COLLECTIONS BY THIS CODE.
           05  LM-INVESTOR-NUMBER         PIC X(4).
      *    BORROWER-REQUESTED RECAST - THE DATE DBBRCST ACCEPTED THE
      *    REQUEST (ZERO ON A LOAN NEVER RECAST).  A RECAST LOAN IS
      *    AMORTIZED BY DBBAMRT FROM ITS CURRENT BALANCE OVER THE
      *    MONTHS LEFT, THE WAY AN ADJUSTABLE LOAN IS AFTER A RATE
      *    CHANGE.  LM-SCHED-RECAST-DATE IS THE MATCHING SNAPSHOT
      *    STAMPED BY DBBAMRT - A NEW RECAST DATE FORCES A REBUILD.
           05  LM-RECAST-DATE             PIC 9(8).
           05  LM-SCHED-RECAST-DATE       PIC 9(8).
      *    LOAN MODIFICATION - THE DATE DBBMOD BOOKED A WORKOUT
      *    MODIFICATION (ZERO ON A LOAN NEVER MODIFIED).  THE ARREARS
      *    ARE CAPITALIZED, SO THE BALANCE CAN STAND ABOVE THE
      *    ORIGINAL PRINCIPAL; DBBAMRT AMORTIZES A MODIFIED LOAN FROM
      *    ITS CURRENT BALANCE OVER THE MONTHS LEFT ON THE NEW TERM.
      *    LM-SCHED-MOD-DATE IS THE MATCHING DBBAMRT SNAPSHOT.
           05  LM-MOD-DATE                PIC 9(8).
           05  LM-SCHED-MOD-DATE          PIC 9(8).
      *    PRIVATE MORTGAGE INSURANCE - CARRIER, CERTIFICATE AND
      *    MONTHLY PREMIUM (ALREADY INCLUDED IN LM-ESCROW-PAYMENT),
      *    MAINTAINED THROUGH DBBMAINT.  ALL SPACE/ZERO ON A LOAN
      *    WITH NO MI.  THE PREMIUM IS BILLED EACH MONTH BY DBBPMI
      *    AND PAID TO THE CARRIER FROM ESCROW BY DBBESCR WHILE THE
      *    STATUS IS ACTIVE OR REQUESTED.  DBBPMI TERMINATES IT WHEN
      *    THE SCHEDULED BALANCE REACHES 78% OF THE ORIGINAL VALUE
      *    (PR-ORIGINAL-VALUE), OR CANCELS IT AT 80% ON THE
      *    BORROWER'S REQUEST (STATUS R, KEYED BY THE DESK), THEN
      *    ZEROES THE PREMIUM AND TAKES IT OUT OF THE ESCROW
      *    PAYMENT.  THE NOTICE DATE IS WHEN THE BORROWER WAS TOLD
      *    THE LOAN REACHED 80%; THE END DATE IS WHEN THE MI ENDED.
           05  LM-MI-CARRIER              PIC X(30).
           05  LM-MI-CERTIFICATE          PIC X(15).
           05  LM-MI-PREMIUM              PIC 9(7)V99.
           05  LM-MI-STATUS               PIC X(1).
               88  LM-MI-ACTIVE                   VALUE 'A'.
               88  LM-MI-CANCEL-REQUESTED         VALUE 'R'.
               88  LM-MI-TERMINATED               VALUE 'T'.
               88  LM-MI-CANCELLED                VALUE 'C'.
               88  LM-MI-IN-FORCE                 VALUE 'A' 'R'.
           05  LM-MI-NOTICE-DATE          PIC 9(8).
           05  LM-MI-END-DATE             PIC 9(8).
           05  FILLER                     PIC X(1).
