      *    DBBRECON FOOTS IT AGAINST THE LOAN MASTER BALANCE SO THE
      *    INTEREST PORTION DOES NOT READ AS A RECON BREAK.
           05  PH-PRINCIPAL-PORTION       PIC 9(7)V99.
      *    A MISSED PAYMENT RE-AGED BY A DBBMOD LOAN MODIFICATION IS
      *    CLOSED AS PAID WITH A ZERO RECEIPT DATED THE BOOKING DATE -
      *    ITS INTEREST WAS CAPITALIZED INTO THE BALANCE, NOT COLLECTED.
           05  PH-PAYMENT-STATUS          PIC X(1).
               88  PH-STATUS-PAID                 VALUE 'P'.
               88  PH-STATUS-MISSED               VALUE 'M'.
           05  PH-FEE-STATUS              PIC X(1).
               88  PH-FEE-ASSESSED                VALUE 'A'.
               88  PH-FEE-OPEN                    VALUE ' '.
      *    CURTAILMENT - THE PART OF THE POSTED PRINCIPAL PORTION
      *    THAT CAME FROM MONEY BEYOND THE P+I DUE PLUS ONE ESCROW
      *    PAYMENT, AND THE DATE IT POSTED.  IT IS INCLUDED IN
      *    PH-PRINCIPAL-PORTION (DBBRECON STILL TIES) BUT KEPT APART
      *    SO INVESTOR REMITTANCE, THE STATEMENT AND THE MONTHLY
      *    CURTAILMENT REPORT CAN TELL IT FROM SCHEDULED PRINCIPAL.
           05  PH-CURTAILMENT-AMOUNT      PIC 9(7)V99.
           05  PH-CURTAILMENT-DATE        PIC 9(8).
           05  FILLER                     PIC X(2).
