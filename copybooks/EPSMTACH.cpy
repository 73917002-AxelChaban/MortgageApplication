      ******************************************************************
      *    EPSMTACH  -  AUTODRAFT (ACH DEBIT) ENROLLMENT RECORD LAYOUT *
      *    ONE RECORD PER LOAN DRAFTED AUTOMATICALLY FROM THE          *
      *    BORROWER'S BANK ACCOUNT, ON A VSAM KSDS KEYED BY LOAN       *
      *    NUMBER.  MAINTAINED FROM THE ONLINE DBBA SCREEN (EVERY      *
      *    CHANGE AUDITED); READ BY THE DAILY DBBDRFT ORIGINATION RUN, *
      *    WHICH STAMPS THE LAST-DRAFT FIELDS, AND BY DBBSTMT, WHICH   *
      *    PRINTS AN ENROLLED LOAN'S COUPON AS DO-NOT-REMIT.           *
      ******************************************************************
           05  AD-LOAN-NUMBER             PIC X(10).
      *    RECEIVING BANK - ABA ROUTING NUMBER (CHECK DIGIT EDITED ON
      *    ENTRY) AND THE BORROWER'S ACCOUNT AT THAT BANK.
           05  AD-ROUTING-NUMBER          PIC X(9).
           05  AD-ROUTING-DIGITS REDEFINES AD-ROUTING-NUMBER.
               10  AD-RDFI-ID             PIC 9(8).
               10  AD-RDFI-CHECK-DIGIT    PIC 9(1).
           05  AD-ACCOUNT-NUMBER          PIC X(17).
           05  AD-ACCOUNT-TYPE            PIC X(1).
               88  AD-ACCOUNT-CHECKING            VALUE 'C'.
               88  AD-ACCOUNT-SAVINGS             VALUE 'S'.
      *    DAY OF THE MONTH THE BORROWER CHOSE TO BE DRAFTED (01-28,
      *    SO EVERY MONTH HAS IT).
           05  AD-DRAFT-DAY               PIC 9(2).
           05  AD-ENROLL-STATUS           PIC X(1).
               88  AD-STATUS-ACTIVE               VALUE 'A'.
               88  AD-STATUS-SUSPENDED            VALUE 'S'.
               88  AD-STATUS-CANCELLED            VALUE 'C'.
           05  AD-ENROLL-DATE             PIC 9(8).
           05  AD-STATUS-DATE             PIC 9(8).
      *    LAST DRAFT ORIGINATED - THE PAYMENT NUMBER KEEPS DBBDRFT
      *    FROM DRAFTING THE SAME PAYMENT TWICE (A DRAFT THE BANK
      *    RETURNS IS NOT RE-PRESENTED AUTOMATICALLY).  THE DATE IS
      *    THE SETTLEMENT DATE.
           05  AD-LAST-DRAFT-PAYMENT      PIC 9(3).
           05  AD-LAST-DRAFT-DATE         PIC 9(8).
           05  AD-LAST-DRAFT-AMOUNT       PIC 9(7)V99.
      *    USER WHO LAST CHANGED THE ENROLLMENT ON THE DBBA SCREEN.
           05  AD-MAINT-USER-ID           PIC X(8).
           05  FILLER                     PIC X(16).
