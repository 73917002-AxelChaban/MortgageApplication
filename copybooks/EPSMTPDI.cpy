      ******************************************************************
      *    EPSMTPDI  -  BANK PAID-ITEMS RECORD LAYOUT                  *
      *    THE BANK'S DAILY FILE OF CHECKS PAID AGAINST THE            *
      *    DISBURSEMENT ACCOUNT - ONE DETAIL RECORD PER CLEARED CHECK, *
      *    ONE TRAILER CARRYING THE BANK'S COUNT AND TOTAL.  THE       *
      *    DBBCHKM RUN FOOTS IT TO THE TRAILER AND MATCHES EACH        *
      *    CLEARED CHECK TO THE OUTSTANDING-CHECK FILE.                *
      ******************************************************************
           05  PI-RECORD-TYPE             PIC X(1).
               88  PI-TYPE-DETAIL                 VALUE 'D'.
               88  PI-TYPE-TRAILER                VALUE 'T'.
           05  PI-DETAIL-RECORD.
               10  PI-BANK-ACCOUNT        PIC X(12).
               10  PI-CHECK-NUMBER        PIC 9(8).
               10  PI-PAID-DATE           PIC 9(8).
               10  PI-PAID-AMOUNT         PIC 9(9)V99.
               10  FILLER                 PIC X(40).
           05  PI-TRAILER-RECORD REDEFINES PI-DETAIL-RECORD.
               10  PI-TRL-BANK-ACCOUNT    PIC X(12).
               10  PI-TRL-RECORD-COUNT    PIC 9(7).
               10  PI-TRL-TOTAL-AMOUNT    PIC 9(11)V99.
               10  FILLER                 PIC X(47).
