      ******************************************************************
      *    EPSMTPPY  -  BANK POSITIVE-PAY ISSUE RECORD LAYOUT          *
      *    ONE DETAIL RECORD PER CHECK ISSUED BY THE DBBCHKI CHECK     *
      *    RUN, FOLLOWED BY ONE TRAILER RECORD FOR TRANSMISSION        *
      *    CONTROL.  THE BANK PAYS ONLY CHECKS ON THIS FILE, FOR THE   *
      *    AMOUNT ON THIS FILE.                                        *
      ******************************************************************
           05  PP-RECORD-TYPE             PIC X(1).
               88  PP-TYPE-DETAIL                 VALUE 'D'.
               88  PP-TYPE-TRAILER                VALUE 'T'.
           05  PP-DETAIL-RECORD.
               10  PP-BANK-ACCOUNT        PIC X(12).
               10  PP-CHECK-NUMBER        PIC 9(8).
               10  PP-ISSUE-DATE          PIC 9(8).
               10  PP-CHECK-AMOUNT        PIC 9(9)V99.
               10  PP-PAYEE-NAME          PIC X(30).
               10  PP-ISSUE-CODE          PIC X(1).
                   88  PP-ISSUE-CHECK             VALUE 'I'.
                   88  PP-ISSUE-VOID              VALUE 'V'.
               10  FILLER                 PIC X(9).
           05  PP-TRAILER-RECORD REDEFINES PP-DETAIL-RECORD.
               10  PP-TRL-BANK-ACCOUNT    PIC X(12).
               10  PP-TRL-RECORD-COUNT    PIC 9(7).
               10  PP-TRL-TOTAL-AMOUNT    PIC 9(11)V99.
               10  FILLER                 PIC X(47).
