      ******************************************************************
      *    EPSMTCHK  -  OUTSTANDING CHECK RECORD LAYOUT                *
      *    ONE RECORD PER CHECK THE DBBCHKI CHECK RUN ISSUES, ON A     *
      *    VSAM KSDS KEYED BY CHECK NUMBER.  WRITTEN OUTSTANDING WHEN  *
      *    THE CHECK IS CUT; THE DBBCHKM RUN MARKS IT PAID WHEN THE    *
      *    BANK'S PAID-ITEMS FILE SHOWS IT CLEARED.  THE MONTHLY       *
      *    DBBCHKS REPORT LISTS CHECKS STILL OUTSTANDING PAST THE      *
      *    STALE-DATE DAYS FOR VOIDING AND FOR UNCLAIMED-PROPERTY      *
      *    (ESCHEAT) REPORTING TO THE PAYEE'S STATE.                   *
      ******************************************************************
           05  CK-CHECK-NUMBER            PIC 9(8).
           05  CK-ISSUE-DATE              PIC 9(8).
           05  CK-CHECK-AMOUNT            PIC 9(7)V99.
           05  CK-PAYEE-NAME              PIC X(30).
      *    STATE OF THE PAYEE'S LAST KNOWN ADDRESS - THE BORROWER'S
      *    MAILING ADDRESS FOR A REFUND, THE PROPERTY'S STATE FOR A
      *    TAX OR INSURANCE PAYEE.
           05  CK-PAYEE-STATE             PIC X(2).
           05  CK-LOAN-NUMBER             PIC X(10).
           05  CK-CHECK-SOURCE            PIC X(1).
               88  CK-SOURCE-ESCROW               VALUE 'E'.
               88  CK-SOURCE-REFUND               VALUE 'R'.
      *    DISBURSEMENT TYPE OF THE ITEM PAID - AS DS-DISBURSE-TYPE.
           05  CK-DISBURSE-TYPE           PIC X(1).
           05  CK-CHECK-STATUS            PIC X(1).
               88  CK-STATUS-OUTSTANDING          VALUE 'O'.
               88  CK-STATUS-PAID                 VALUE 'P'.
               88  CK-STATUS-VOID                 VALUE 'V'.
           05  CK-PAID-DATE               PIC 9(8).
           05  CK-PAID-AMOUNT             PIC 9(7)V99.
           05  FILLER                     PIC X(13).
