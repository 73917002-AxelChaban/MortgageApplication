               10  RM-INTEREST-COLLECTED    PIC 9(11)V99.
               10  RM-SERVICE-FEE           PIC 9(9)V99.
               10  RM-NET-REMITTANCE        PIC 9(11)V99.
      *        CURTAILMENTS (UNSCHEDULED PRINCIPAL) COLLECTED IN THE
      *        CYCLE - NOT PART OF RM-PRINCIPAL-COLLECTED, WHICH IS
      *        SCHEDULED PRINCIPAL ONLY, BUT INCLUDED IN THE NET.
               10  RM-CURTAILMENT-COLLECTED PIC 9(11)V99.
           05  RM-TRAILER-RECORD REDEFINES RM-DETAIL-RECORD.
               10  RM-TRAILER-RECORD-COUNT  PIC 9(7).
               10  RM-TRAILER-TOTAL-NET     PIC 9(13)V99.
               10  FILLER                   PIC X(58).
