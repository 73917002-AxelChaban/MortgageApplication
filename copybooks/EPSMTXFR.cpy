      ******************************************************************
      *    EPSMTXFR  -  SERVICING TRANSFER (LOAN BOARDING) RECORD      *
      *    THE PRIOR SERVICER'S TRANSFER FILE AS DBBBORD READS IT:     *
      *    ONE HEADER, THEN EACH LOAN RECORD FOLLOWED BY ITS PAYMENT   *
      *    HISTORY RECORDS (ONE PER INSTALLMENT PAID, PAYMENT NUMBERS  *
      *    ASCENDING FROM ONE), THEN ONE TRAILER CARRYING THE SELLER'S *
      *    LOAN COUNT, HISTORY COUNT AND PRINCIPAL AND ESCROW TOTALS.  *
      *    THE BORROWER, PROPERTY AND CO-BORROWER FIELDS CARRY THE     *
      *    SAME SHAPES AS EPSMTCOM, EPSMTPRP AND EPSMTCB2, AND THE     *
      *    MORTGAGE INSURANCE FIELDS THE SAME AS EPSMTLNM.  THE PAID-  *
      *    THROUGH DATE IS THE DUE DATE OF THE LAST INSTALLMENT PAID   *
      *    (ZERO WHEN NONE HAS BEEN).  THE REJECT REASON IS BLANK ON   *
      *    THE SELLER'S FILE; DBBBORD WRITES ITS REJECTS FILE IN THIS  *
      *    SAME LAYOUT WITH THE REASON FILLED IN, SO A CORRECTED       *
      *    REJECTS FILE CAN BE BOARDED AGAIN AS IT STANDS.             *
      ******************************************************************
           05  XF-RECORD-TYPE             PIC X(1).
               88  XF-TYPE-HEADER                 VALUE 'H'.
               88  XF-TYPE-LOAN                   VALUE 'L'.
               88  XF-TYPE-HISTORY                VALUE 'P'.
               88  XF-TYPE-TRAILER                VALUE 'T'.
           05  XF-LOAN-RECORD.
               10  XF-LOAN-NUMBER         PIC X(10).
               10  XF-CUSTOMER-NUMBER     PIC X(10).
               10  XF-CUSTOMER-NAME.
                   15  XF-CUST-LAST-NAME  PIC X(20).
                   15  XF-CUST-FIRST-NAME PIC X(15).
                   15  XF-CUST-MI         PIC X(1).
               10  XF-CUSTOMER-ADDRESS.
                   15  XF-ADDR-LINE-1     PIC X(30).
                   15  XF-ADDR-LINE-2     PIC X(30).
                   15  XF-ADDR-CITY       PIC X(20).
                   15  XF-ADDR-STATE      PIC X(2).
                   15  XF-ADDR-ZIP        PIC X(10).
               10  XF-CUSTOMER-SSN        PIC X(9).
      *        LOAN TERMS AND BALANCES AS OF THE TRANSFER DATE.
               10  XF-ORIGINAL-PRINCIPAL  PIC 9(9)V99.
               10  XF-CURRENT-BALANCE     PIC 9(9)V99.
               10  XF-INTEREST-RATE       PIC 9(2)V999.
               10  XF-TERM-MONTHS         PIC 9(3).
               10  XF-ORIGINATION-DATE    PIC 9(8).
               10  XF-LAST-PAYMENT-DATE   PIC 9(8).
               10  XF-PAID-THROUGH-DATE   PIC 9(8).
               10  XF-PI-PAYMENT          PIC 9(7)V99.
               10  XF-LOAN-STATUS         PIC X(1).
               10  XF-ESCROW-BALANCE      PIC 9(9)V99.
               10  XF-ESCROW-PAYMENT      PIC 9(7)V99.
               10  XF-RATE-TYPE           PIC X(1).
               10  XF-ARM-INDEX-CODE      PIC X(4).
               10  XF-ARM-MARGIN          PIC 9(2)V999.
               10  XF-ARM-PERIODIC-CAP    PIC 9(2)V999.
               10  XF-ARM-LIFETIME-CAP    PIC 9(2)V999.
               10  XF-ARM-NEXT-CHANGE-DATE PIC 9(8).
               10  XF-INVESTOR-NUMBER     PIC X(4).
      *        COLLATERAL - LEFT BLANK WHEN THE SELLER SENDS NONE.
               10  XF-PROPERTY.
                   15  XF-PROP-LINE-1     PIC X(30).
                   15  XF-PROP-CITY       PIC X(20).
                   15  XF-PROP-STATE      PIC X(2).
                   15  XF-PROP-ZIP        PIC X(10).
                   15  XF-PARCEL-ID       PIC X(15).
                   15  XF-TAX-AUTHORITY   PIC X(30).
                   15  XF-INSURANCE-CARRIER PIC X(30).
                   15  XF-POLICY-NUMBER   PIC X(15).
                   15  XF-POLICY-EXPIRE-DATE PIC 9(8).
      *        CO-BORROWER - LAST NAME BLANK WHEN THERE IS NONE.
               10  XF-COBORROWER.
                   15  XF-COBR-LAST-NAME  PIC X(20).
                   15  XF-COBR-FIRST-NAME PIC X(15).
                   15  XF-COBR-MI         PIC X(1).
                   15  XF-COBR-SSN        PIC X(9).
                   15  XF-COBR-ADDRESS-DIFF-SW PIC X(1).
                   15  XF-COBR-ADDR-LINE-1 PIC X(30).
                   15  XF-COBR-ADDR-LINE-2 PIC X(30).
                   15  XF-COBR-ADDR-CITY  PIC X(20).
                   15  XF-COBR-ADDR-STATE PIC X(2).
                   15  XF-COBR-ADDR-ZIP   PIC X(10).
      *        MORTGAGE INSURANCE - CARRIER BLANK WHEN THERE IS NONE.
      *        A BLANK STATUS BOARDS AS ACTIVE.
               10  XF-MORTGAGE-INS.
                   15  XF-MI-CARRIER      PIC X(30).
                   15  XF-MI-CERTIFICATE  PIC X(15).
                   15  XF-MI-PREMIUM      PIC 9(7)V99.
                   15  XF-MI-STATUS       PIC X(1).
      *        ORIGINAL APPRAISED VALUE OF THE COLLATERAL - SPACES
      *        WHEN THE SELLER SENDS NONE.
               10  XF-ORIGINAL-VALUE      PIC 9(8)V99.
               10  XF-ORIGINAL-VALUE-X REDEFINES XF-ORIGINAL-VALUE
                                          PIC X(10).
               10  FILLER                 PIC X(23).
      *    ONE INSTALLMENT PAID TO THE SELLER - THE PRINCIPAL PORTION
      *    INCLUDES ANY CURTAILMENT, AS PH-PRINCIPAL-PORTION DOES.
           05  XF-HISTORY-RECORD REDEFINES XF-LOAN-RECORD.
               10  XF-HS-LOAN-NUMBER      PIC X(10).
               10  XF-HS-PAYMENT-NUMBER   PIC 9(3).
               10  XF-HS-DUE-DATE         PIC 9(8).
               10  XF-HS-PAYMENT-DATE     PIC 9(8).
               10  XF-HS-AMOUNT-DUE       PIC 9(7)V99.
               10  XF-HS-PAYMENT-AMOUNT   PIC 9(7)V99.
               10  XF-HS-PRINCIPAL-PORTION PIC 9(7)V99.
               10  XF-HS-CURTAILMENT-AMOUNT PIC 9(7)V99.
               10  FILLER                 PIC X(594).
           05  XF-HEADER-RECORD REDEFINES XF-LOAN-RECORD.
               10  XF-HDR-SELLER-ID       PIC X(10).
               10  XF-HDR-SELLER-NAME     PIC X(30).
               10  XF-HDR-FILE-DATE       PIC 9(8).
      *        THE SERVICING TRANSFER DATE - THE DAY PAYMENTS START
      *        COMING TO US.
               10  XF-HDR-TRANSFER-DATE   PIC 9(8).
               10  FILLER                 PIC X(603).
           05  XF-TRAILER-RECORD REDEFINES XF-LOAN-RECORD.
               10  XF-TRL-LOAN-COUNT      PIC 9(7).
               10  XF-TRL-HISTORY-COUNT   PIC 9(7).
               10  XF-TRL-PRINCIPAL-TOTAL PIC 9(13)V99.
               10  XF-TRL-ESCROW-TOTAL    PIC 9(13)V99.
               10  FILLER                 PIC X(615).
           05  XF-REJECT-REASON           PIC X(40).
