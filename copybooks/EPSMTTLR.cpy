      ******************************************************************
      *    EPSMTTLR  -  TELLER / PHONE RECEIPT RECORD LAYOUT           *
      *    ONE RECORD PER PAYMENT TAKEN ON THE ONLINE DBBT ENTRY       *
      *    SCREEN, WRITTEN TO THE TLRQ EXTRAPARTITION TD QUEUE.  THE   *
      *    FIRST 46 BYTES ARE A LOCKBOX RECEIPT (EPSMTRCP SHAPE) FOR   *
      *    THE OPEN PAYMENT; THE REST SAYS WHO TOOK IT, HOW IT WAS     *
      *    PAID AND THE CONFIRMATION NUMBER GIVEN THE BORROWER.  THE   *
      *    NIGHTLY DBBTLRB STEP WRAPS THE DAY'S RECEIPTS IN A BRANCH   *
      *    BATCH (HEADER/TRAILER, EPSMTLBX SHAPE) FOR DBBLBXV TO       *
      *    VERIFY AND DBBPOST TO POST WITH THE LOCKBOX, AND PRINTS     *
      *    THE TELLER BALANCING REPORT BY USER ID.                     *
      ******************************************************************
           05  TE-RECEIPT.
               10  TE-LOAN-NUMBER         PIC X(10).
               10  TE-PAYMENT-NUMBER      PIC 9(3).
               10  TE-RECEIPT-DATE        PIC 9(8).
               10  TE-RECEIPT-AMOUNT      PIC 9(7)V99.
               10  TE-BANK-BATCH-NUMBER   PIC X(6).
               10  FILLER                 PIC X(10).
           05  TE-USER-ID                 PIC X(8).
           05  TE-TERMINAL-ID             PIC X(4).
      *    CLOCK DATE AND TIME (YYYYMMDDHHMMSS) THE RECEIPT WAS TAKEN.
           05  TE-ENTRY-TIMESTAMP         PIC 9(14).
           05  TE-PAY-METHOD              PIC X(1).
               88  TE-METHOD-CASH                 VALUE 'C'.
               88  TE-METHOD-CHECK                VALUE 'K'.
               88  TE-METHOD-DEBIT-CARD           VALUE 'D'.
               88  TE-METHOD-PHONE-ACH            VALUE 'P'.
      *    CARD AUTHORIZATION, PHONE-DRAFT CONFIRMATION OR CHECK
      *    NUMBER - SPACES ON A CASH RECEIPT.
           05  TE-CONFIRMATION-NUMBER     PIC X(20).
           05  FILLER                     PIC X(7).
