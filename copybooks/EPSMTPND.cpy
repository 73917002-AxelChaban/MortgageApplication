      ******************************************************************
      *    EPSMTPND  -  PENDING-APPROVAL MAINTENANCE RECORD LAYOUT     *
      *    ONE RECORD PER DBBM CHANGE HELD FOR A SECOND USER'S         *
      *    APPROVAL, ON A VSAM KSDS KEYED BY LOAN NUMBER AND THE TIME  *
      *    THE CHANGE WAS KEYED.  A CHANGE TO THE INTEREST RATE, THE   *
      *    CURRENT BALANCE, THE TERM OR A BORROWER OR CO-BORROWER SSN  *
      *    IS WRITTEN HERE BY DBBMNT INSTEAD OF TO THE MNTQ QUEUE.     *
      *    THE DBBV APPROVAL SCREEN (DBBAPV) SHOWS IT BESIDE THE       *
      *    CURRENT MASTER VALUES; A DIFFERENT USER FROM THE ONE WHO    *
      *    KEYED IT APPROVES IT (THE TRANSACTION GOES TO MNTQ FOR      *
      *    THAT NIGHT'S DBBMAINT RUN) OR REJECTS IT (IT GOES NOWHERE). *
      *    THE DAILY DBBPNDX REPORT LISTS ITEMS LEFT PENDING TOO LONG. *
      ******************************************************************
           05  PA-PENDING-KEY.
               10  PA-LOAN-NUMBER         PIC X(10).
               10  PA-ENTRY-TIMESTAMP     PIC 9(14).
           05  PA-STATUS                  PIC X(1).
               88  PA-STATUS-PENDING              VALUE 'P'.
               88  PA-STATUS-APPROVED             VALUE 'A'.
               88  PA-STATUS-REJECTED             VALUE 'R'.
      *    MAKER KEYED THE CHANGE ON DBBM; CHECKER APPROVED OR
      *    REJECTED IT ON DBBV (SPACES, AND A ZERO DECISION TIME,
      *    WHILE PENDING).
           05  PA-MAKER-USER-ID           PIC X(8).
           05  PA-CHECKER-USER-ID         PIC X(8).
           05  PA-DECISION-TIMESTAMP      PIC 9(14).
      *    WHICH SENSITIVE FIELDS THE CHANGE ALTERS - 'Y' OR 'N'.
           05  PA-SENSITIVE-FIELDS.
               10  PA-RATE-CHANGED-SW     PIC X(1).
                   88  PA-RATE-CHANGED            VALUE 'Y'.
               10  PA-BALANCE-CHANGED-SW  PIC X(1).
                   88  PA-BALANCE-CHANGED         VALUE 'Y'.
               10  PA-TERM-CHANGED-SW     PIC X(1).
                   88  PA-TERM-CHANGED            VALUE 'Y'.
               10  PA-SSN-CHANGED-SW      PIC X(1).
                   88  PA-SSN-CHANGED             VALUE 'Y'.
               10  PA-COBR-SSN-CHANGED-SW PIC X(1).
                   88  PA-COBR-SSN-CHANGED        VALUE 'Y'.
      *    THE HELD TRANSACTION, EXACTLY AS DBBMNT BUILT IT - EPSMTTRN
      *    SHAPE, SO THIS FIELD MUST CHANGE LENGTH WITH EPSMTTRN.
           05  PA-TRANSACTION             PIC X(783).
      *    THE LOAN STATUS AND ESCROW PAYMENT ON THE LOAN MASTER WHEN
      *    THE CHANGE WAS KEYED.  DBBAPV TELLS FROM THEM WHETHER THE
      *    MAKER ALTERED EITHER; ONE NOT ALTERED IS TAKEN FROM THE
      *    MASTER AGAIN AT APPROVAL, LIKE EVERY OTHER LOAN FIELD THE
      *    CHANGE DOES NOT ITSELF ALTER.
           05  PA-KEYED-LOAN-STATUS       PIC X(1).
           05  PA-KEYED-ESCROW-PAYMENT    PIC 9(7)V99.
           05  FILLER                     PIC X(18).
