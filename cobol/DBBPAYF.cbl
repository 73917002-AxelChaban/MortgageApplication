      ***              interest collected, late fees collected and   ***
      ***              the escrow refund released - so the end-of-   ***
      ***              day DBBGLJR journal carries the payoff cash.  ***
      *** 2026-10-15  Refund items are written marked check due, for ***
      ***              the DBBCHKI check run to cut the check.       ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock; a PARM date still overrides ***
      ***              it.                                           ***
      *** 2026-10-15  Audit records now clear AU-APPROVER-USER-ID    ***
      ***              rather than leave it uninitialised - this run ***
      ***              has no second approver.                       ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAYOFF-TALLY ASSIGN TO PAYTALLY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYTALLY-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 PAYOFF-TALLY-RECORD.
          COPY EPSMTPBT.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOCKBOX-STATUS           PIC X(2)    VALUE '00'.
           88  WS-LOCKBOX-OK                      VALUE '00'.
       01 WS-RCPTOUT-STATUS           PIC X(2)    VALUE '00'.
           05  LS-PARM-AS-OF-DATE      PIC 9(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF LS-PARM-LENGTH > 16 AND LS-PARM-AS-OF-DATE IS NUMERIC
               MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT LOCKBOX-RECEIPTS.
           DISPLAY 'DBBPAYF - AUDIT RECORDS OUT:  ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBPAYF - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBPAYF - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-RECEIPT.
           READ LOCKBOX-RECEIPTS
               AT END
           MOVE RC-RECEIPT-DATE TO DS-DUE-DATE.
           MOVE LM-ESCROW-BALANCE TO DS-DISBURSE-AMOUNT.
           MOVE ZERO TO DS-PAID-DATE.
           SET DS-CHECK-DUE TO TRUE.
           WRITE REFUND-RECORD.
           ADD 1 TO WS-REFUND-COUNT.
           ADD LM-ESCROW-BALANCE TO WS-REFUND-AMOUNT.
           MOVE RC-RECEIPT-DATE TO DS-DUE-DATE.
           MOVE LM-UNAPPLIED-FUNDS TO DS-DISBURSE-AMOUNT.
           MOVE ZERO TO DS-PAID-DATE.
           SET DS-CHECK-DUE TO TRUE.
           WRITE REFUND-RECORD.
           ADD 1 TO WS-REFUND-COUNT.
           ADD LM-UNAPPLIED-FUNDS TO WS-REFUND-AMOUNT.
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

