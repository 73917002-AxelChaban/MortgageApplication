      ******************************************************************
      *    EPSMTCKS  -  CHECK STOCK CONTROL RECORD LAYOUT              *
      *    THE ONE RECORD ON THE CHKSTOCK CONTROL FILE: THE            *
      *    DISBURSEMENT ACCOUNT THE CHECKS ARE DRAWN ON AND THE RANGE  *
      *    OF PRE-NUMBERED CHECK STOCK LOADED IN THE PRINTER.  THE     *
      *    TREASURY DESK SETS THE FIRST AND LAST NUMBERS (AND THE NEXT *
      *    NUMBER TO THE FIRST) WHEN A NEW BOX OF STOCK IS LOADED;     *
      *    DBBCHKI ISSUES FROM THE NEXT NUMBER AND NEVER PAST THE      *
      *    LAST, AND REWRITES THE RECORD AT THE END OF EACH RUN.       *
      ******************************************************************
           05  CS-BANK-ACCOUNT            PIC X(12).
           05  CS-FIRST-CHECK             PIC 9(8).
           05  CS-LAST-CHECK              PIC 9(8).
           05  CS-NEXT-CHECK              PIC 9(8).
           05  CS-LAST-ISSUE-DATE         PIC 9(8).
           05  FILLER                     PIC X(36).
