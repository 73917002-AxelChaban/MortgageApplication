      *    A REFUND ITEM IS THE ESCROW BALANCE RETURNED TO THE         *
      *    BORROWER ON A PAYOFF, WRITTEN BY DBBPAYF TO THE REFUNDS     *
      *    FILE WITH THE BORROWER AS PAYEE.                            *
      *    A MORTGAGE INSURANCE ITEM IS THE MONTH'S PMI PREMIUM,       *
      *    WRITTEN BY THE MONTHLY DBBPMI RUN WITH THE MI CARRIER AS    *
      *    PAYEE AND PAID FROM ESCROW BY DBBESCR LIKE ANY OTHER BILL.  *
      *    A PAID ESCROW ITEM AND A REFUND ITEM ARE WRITTEN CHECK DUE; *
      *    THE DBBCHKI CHECK RUN CUTS THE CHECK, STAMPS ITS NUMBER AND *
      *    MARKS THE ITEM ISSUED IN PLACE.  ITEMS FROM BEFORE CHECKS   *
      *    WERE ISSUED HERE CARRY A BLANK STATUS AND ARE LEFT ALONE.   *
      ******************************************************************
           05  DS-LOAN-NUMBER             PIC X(10).
           05  DS-DISBURSE-TYPE           PIC X(1).
               88  DS-TYPE-TAX                    VALUE 'T'.
               88  DS-TYPE-INSURANCE              VALUE 'I'.
               88  DS-TYPE-REFUND                 VALUE 'R'.
               88  DS-TYPE-MORTGAGE-INS           VALUE 'M'.
           05  DS-PAYEE-NAME              PIC X(30).
           05  DS-DUE-DATE                PIC 9(8).
           05  DS-DISBURSE-AMOUNT         PIC 9(7)V99.
           05  DS-PAID-DATE               PIC 9(8).
           05  DS-CHECK-STATUS            PIC X(1).
               88  DS-CHECK-DUE                   VALUE 'D'.
               88  DS-CHECK-ISSUED                VALUE 'I'.
           05  DS-CHECK-NUMBER            PIC 9(8).
           05  FILLER                     PIC X(1).
