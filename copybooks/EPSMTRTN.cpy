      ******************************************************************
      *    EPSMTRTN  -  BANK RETURNED-ITEM RECORD LAYOUT               *
      *    ONE RECORD PER DEPOSITED CHECK THE BANK HAS RETURNED        *
      *    UNPAID (NSF, ACCOUNT CLOSED, STOP PAYMENT).  THE LOAN       *
      *    NUMBER AND PAYMENT NUMBER ARE THE COUPON KEYS THE ITEM      *
      *    ORIGINALLY POSTED UNDER AND THE BANK BATCH IS THE DEPOSIT   *
      *    BATCH IT CAME IN ON, SO DBBNSF CAN FIND AND REVERSE THE     *
      *    ORIGINAL DBBPOST/DBBRPST POSTING.                           *
      ******************************************************************
           05  RT-LOAN-NUMBER             PIC X(10).
           05  RT-PAYMENT-NUMBER          PIC 9(3).
           05  RT-RETURN-DATE             PIC 9(8).
           05  RT-RETURN-AMOUNT           PIC 9(7)V99.
           05  RT-BANK-BATCH-NUMBER       PIC X(6).
      *    BANK RETURN REASON CODE (R01 INSUFFICIENT FUNDS, R02
      *    ACCOUNT CLOSED, R08 STOP PAYMENT ...) - PRINTED ON THE
      *    REGISTER AS THE BANK SENT IT.
           05  RT-RETURN-REASON           PIC X(3).
           05  FILLER                     PIC X(7).
