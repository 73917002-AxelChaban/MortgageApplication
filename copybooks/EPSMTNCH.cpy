      ******************************************************************
      *    EPSMTNCH  -  NACHA ORIGINATION FILE RECORD LAYOUT           *
      *    THE 94-BYTE ACH FILE DBBDRFT SENDS THE ORIGINATING BANK     *
      *    EACH DAY: ONE FILE HEADER (1), ONE PPD BATCH HEADER (5),    *
      *    ONE DEBIT ENTRY (6) PER LOAN DRAFTED, THE BATCH CONTROL (8) *
      *    AND THE FILE CONTROL (9), PADDED WITH ALL-NINES RECORDS TO  *
      *    A FULL BLOCK OF TEN.  THE CONTROL RECORDS CARRY THE ENTRY   *
      *    COUNT, THE ENTRY HASH (SUM OF THE RECEIVING BANK IDS, LOW   *
      *    TEN DIGITS) AND THE DEBIT TOTAL THE BANK BALANCES AGAINST.  *
      ******************************************************************
           05  NA-RECORD-TYPE             PIC X(1).
               88  NA-TYPE-FILE-HEADER            VALUE '1'.
               88  NA-TYPE-BATCH-HEADER           VALUE '5'.
               88  NA-TYPE-ENTRY                  VALUE '6'.
               88  NA-TYPE-BATCH-CONTROL          VALUE '8'.
               88  NA-TYPE-FILE-CONTROL           VALUE '9'.
           05  NA-FILE-HEADER.
               10  NA-FH-PRIORITY-CODE    PIC X(2).
               10  NA-FH-DESTINATION      PIC X(10).
               10  NA-FH-ORIGIN           PIC X(10).
               10  NA-FH-CREATION-DATE    PIC 9(6).
               10  NA-FH-CREATION-TIME    PIC 9(4).
               10  NA-FH-FILE-ID-MODIFIER PIC X(1).
               10  NA-FH-RECORD-SIZE      PIC X(3).
               10  NA-FH-BLOCKING-FACTOR  PIC X(2).
               10  NA-FH-FORMAT-CODE      PIC X(1).
               10  NA-FH-DESTINATION-NAME PIC X(23).
               10  NA-FH-ORIGIN-NAME      PIC X(23).
               10  NA-FH-REFERENCE-CODE   PIC X(8).
           05  NA-BATCH-HEADER REDEFINES NA-FILE-HEADER.
               10  NA-BH-SERVICE-CLASS    PIC 9(3).
               10  NA-BH-COMPANY-NAME     PIC X(16).
               10  NA-BH-DISCRETIONARY    PIC X(20).
               10  NA-BH-COMPANY-ID       PIC X(10).
               10  NA-BH-SEC-CODE         PIC X(3).
               10  NA-BH-ENTRY-DESC       PIC X(10).
               10  NA-BH-DESCRIPTIVE-DATE PIC X(6).
               10  NA-BH-EFFECTIVE-DATE   PIC 9(6).
               10  NA-BH-SETTLEMENT-DAY   PIC X(3).
               10  NA-BH-ORIGINATOR-STAT  PIC X(1).
               10  NA-BH-ODFI-ID          PIC 9(8).
               10  NA-BH-BATCH-NUMBER     PIC 9(7).
      *    ENTRY - TRANSACTION CODE 27 DEBITS A CHECKING ACCOUNT, 37 A
      *    SAVINGS ACCOUNT.  THE INDIVIDUAL ID IS THE LOAN NUMBER, SO
      *    A RETURN NAMES THE LOAN IT CAME BACK AGAINST.
           05  NA-ENTRY-DETAIL REDEFINES NA-FILE-HEADER.
               10  NA-ED-TRANSACTION-CODE PIC 9(2).
               10  NA-ED-RDFI-ID          PIC 9(8).
               10  NA-ED-CHECK-DIGIT      PIC 9(1).
               10  NA-ED-DFI-ACCOUNT      PIC X(17).
               10  NA-ED-AMOUNT           PIC 9(8)V99.
               10  NA-ED-INDIVIDUAL-ID    PIC X(15).
               10  NA-ED-INDIVIDUAL-NAME  PIC X(22).
               10  NA-ED-DISCRETIONARY    PIC X(2).
               10  NA-ED-ADDENDA-IND      PIC 9(1).
               10  NA-ED-TRACE-NUMBER.
                   15  NA-ED-TRACE-ODFI   PIC 9(8).
                   15  NA-ED-TRACE-SEQ    PIC 9(7).
           05  NA-BATCH-CONTROL REDEFINES NA-FILE-HEADER.
               10  NA-BC-SERVICE-CLASS    PIC 9(3).
               10  NA-BC-ENTRY-COUNT      PIC 9(6).
               10  NA-BC-ENTRY-HASH       PIC 9(10).
               10  NA-BC-TOTAL-DEBIT      PIC 9(10)V99.
               10  NA-BC-TOTAL-CREDIT     PIC 9(10)V99.
               10  NA-BC-COMPANY-ID       PIC X(10).
               10  NA-BC-AUTH-CODE        PIC X(19).
               10  FILLER                 PIC X(6).
               10  NA-BC-ODFI-ID          PIC 9(8).
               10  NA-BC-BATCH-NUMBER     PIC 9(7).
           05  NA-FILE-CONTROL REDEFINES NA-FILE-HEADER.
               10  NA-FC-BATCH-COUNT      PIC 9(6).
               10  NA-FC-BLOCK-COUNT      PIC 9(6).
               10  NA-FC-ENTRY-COUNT      PIC 9(8).
               10  NA-FC-ENTRY-HASH       PIC 9(10).
               10  NA-FC-TOTAL-DEBIT      PIC 9(10)V99.
               10  NA-FC-TOTAL-CREDIT     PIC 9(10)V99.
               10  FILLER                 PIC X(39).
