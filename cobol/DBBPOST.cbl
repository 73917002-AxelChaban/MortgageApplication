      ***              same-day rerun bumps the sequence past any   ***
      ***              keys already on file instead of clobbering   ***
      ***              the desk's work.                             ***
      *** 2026-10-15  Curtailments.  Money beyond the P+I due plus  ***
      ***              one escrow payment is extra principal the    ***
      ***              borrower sent on purpose; it still comes off ***
      ***              the balance with the rest of the principal,  ***
      ***              but the curtailment amount and date are now  ***
      ***              kept on the history record and the GL gets   ***
      ***              it as its own CURTAILMENT category instead   ***
      ***              of lumping it in with scheduled principal.   ***
      *** 2026-10-15  SCRA rate cap.  A loan under an SCRA legal     ***
      ***              hold in force on the receipt date (LEGLHOLD  ***
      ***              file, kept on the DBBH screen) has its month ***
      ***              of interest figured at no more than six      ***
      ***              percent, whatever the note rate, so the      ***
      ***              rest of the payment goes to principal.       ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock.                             ***
      *** 2026-10-15  Late fees due are taken off the excess before  ***
      ***              the curtailment is figured, so a borrower     ***
      ***              paying the total quoted (P+I, escrow and late ***
      ***              fees) books no curtailment; the fee money     ***
      ***              still goes to scheduled principal.            ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT PAYOFF-TALLY ASSIGN TO PAYTALLY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYTALLY-STATUS.
      *    LEGLHOLD is the legal-hold KSDS keyed by loan number -
      *    the online DBBH screen maintains the same dataset.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 PAYOFF-TALLY-RECORD.
          COPY EPSMTPBT.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOCKBOX-STATUS           PIC X(2)    VALUE '00'.
           88  WS-LOCKBOX-OK                      VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-GLWORK-OK                       VALUE '00'.
       01 WS-DEPRPT-STATUS            PIC X(2)    VALUE '00'.
           88  WS-DEPRPT-OK                       VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-PAYTALLY-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PAYTALLY-OK                     VALUE '00'.
       01 WS-PAYTALLY-EOF-SW          PIC X(1)    VALUE 'N'.
           05  WS-PK-LOAN-NUMBER      PIC X(10).
           05  WS-PK-PAYMENT-NUMBER   PIC 9(3).
       01 WS-MONTHLY-RATE             PIC 9V9(6)  VALUE ZERO.
      *    Rate the month's interest is figured at - the note rate,
      *    or the SCRA ceiling while a servicemember's hold runs.
       01 WS-EFFECTIVE-RATE           PIC 9(2)V999 VALUE ZERO.
       01 WS-SCRA-RATE-CAP            PIC 9(2)V999 VALUE 6.000.
       01 WS-SCRA-CAPPED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-INTEREST-PORTION         PIC 9(7)V99 VALUE ZERO.
       01 WS-PRINCIPAL-PORTION        PIC S9(7)V99 VALUE ZERO.
       01 WS-EXCESS-OVER-DUE          PIC S9(7)V99 VALUE ZERO.
       01 WS-ESCROW-PORTION           PIC 9(7)V99 VALUE ZERO.
       01 WS-CURTAILMENT-PORTION      PIC 9(7)V99 VALUE ZERO.
       01 WS-CURTAILMENT-WORK         PIC S9(7)V99 VALUE ZERO.
       01 WS-SCHEDULED-PRINCIPAL      PIC S9(7)V99 VALUE ZERO.
       01 WS-NET-RECEIPT              PIC 9(7)V99 VALUE ZERO.
       01 WS-ESCROW-POSTED            PIC 9(11)V99 VALUE ZERO.
      *    The amount actually applied - the receipt itself, or the
           05  WS-DD-PAID-AMT         PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT LOCKBOX-RECEIPTS.
           OPEN I-O PAYMENT-HISTORY.
           OPEN I-O LOAN-MASTER.
           OPEN EXTEND GL-WORK-FILE.
           OPEN OUTPUT DEPOSIT-REPORT.
           OPEN INPUT PAYOFF-TALLY.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT WS-LOCKBOX-OK OR NOT WS-PAYHIST-OK
                   OR NOT WS-LOANMSTR-OK
                   OR NOT WS-SUSPENSE-OK
                   OR NOT WS-GLWORK-OK
                   OR NOT WS-DEPRPT-OK
                   OR NOT WS-PAYTALLY-OK
                   OR NOT WS-LEGLHOLD-OK
               DISPLAY 'DBBPOST - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           CLOSE GL-WORK-FILE.
           CLOSE DEPOSIT-REPORT.
           CLOSE PAYOFF-TALLY.
           CLOSE LEGAL-HOLD-FILE.
           DISPLAY 'DBBPOST - RECEIPTS READ:      ' WS-RECEIPT-COUNT.
           DISPLAY 'DBBPOST - RECEIPTS POSTED:    ' WS-POSTED-COUNT.
           DISPLAY 'DBBPOST - SENT TO SUSPENSE:   ' WS-SUSPENSE-COUNT.
           DISPLAY 'DBBPOST - TO UNAPPLIED FUNDS: '
               WS-UNAPPLIED-AMOUNT.
           DISPLAY 'DBBPOST - ESCROW DEPOSITED:   ' WS-ESCROW-POSTED.
           DISPLAY 'DBBPOST - SCRA RATE CAPPED:   '
               WS-SCRA-CAPPED-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBPOST - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBPOST - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-RECEIPT.
           READ LOCKBOX-RECEIPTS
               AT END
      *    Split the rest the way the servicing ledger does: one
      *    month's interest on the outstanding balance, the
      *    remainder to principal.
           PERFORM 3250-CHECK-SCRA-CAP THRU 3250-EXIT.
           COMPUTE WS-MONTHLY-RATE =
               WS-EFFECTIVE-RATE / 100 / 12.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               LM-CURRENT-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-PORTION =
               MOVE ZERO TO WS-PRINCIPAL-PORTION
           END-IF.

      *    Curtailment - whatever is left above the P+I due and the
      *    escrow carve-out.  It is part of the principal portion
      *    (never more than it), the rest being scheduled principal.
      *    Late fees due come off it first - the money that pays
      *    the total the borrower was quoted is no curtailment.  A
      *    remitted late fee still goes to scheduled principal, the
      *    fee being relieved through DBBMAINT.
           COMPUTE WS-CURTAILMENT-WORK =
               WS-APPLY-AMOUNT - PH-AMOUNT-DUE - WS-ESCROW-PORTION.
           IF WS-CURTAILMENT-WORK > LM-LATE-FEES-DUE
               SUBTRACT LM-LATE-FEES-DUE FROM WS-CURTAILMENT-WORK
           ELSE
               MOVE ZERO TO WS-CURTAILMENT-WORK
           END-IF.
           IF WS-CURTAILMENT-WORK > WS-PRINCIPAL-PORTION
               MOVE WS-PRINCIPAL-PORTION TO WS-CURTAILMENT-WORK
           END-IF.
           MOVE WS-CURTAILMENT-WORK TO WS-CURTAILMENT-PORTION.
           COMPUTE WS-SCHEDULED-PRINCIPAL =
               WS-PRINCIPAL-PORTION - WS-CURTAILMENT-PORTION.

           MOVE RC-RECEIPT-DATE TO PH-PAYMENT-DATE.
           MOVE WS-APPLY-AMOUNT TO PH-PAYMENT-AMOUNT.
           MOVE WS-PRINCIPAL-PORTION TO PH-PRINCIPAL-PORTION.
           MOVE WS-CURTAILMENT-PORTION TO PH-CURTAILMENT-AMOUNT.
           IF WS-CURTAILMENT-PORTION > ZERO
               MOVE RC-RECEIPT-DATE TO PH-CURTAILMENT-DATE
           ELSE
               MOVE ZERO TO PH-CURTAILMENT-DATE
           END-IF.
           SET PH-STATUS-PAID TO TRUE.
           REWRITE PAYMENT-HISTORY-RECORD.

               MOVE WS-INTEREST-APPLIED TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-SCHEDULED-PRINCIPAL > ZERO
               MOVE 'P' TO WS-GL-CATEGORY
               MOVE WS-SCHEDULED-PRINCIPAL TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-CURTAILMENT-PORTION > ZERO
               MOVE 'T' TO WS-GL-CATEGORY
               MOVE WS-CURTAILMENT-PORTION TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.

      *****************************************************************
      *** A servicemember's loan under an SCRA hold in force on the ***
      *** receipt date is charged no more than the SCRA ceiling for ***
      *** the month; the note rate on the master stays as it is.    ***
      *****************************************************************
       3250-CHECK-SCRA-CAP.
           MOVE LM-INTEREST-RATE TO WS-EFFECTIVE-RATE.
           IF LM-INTEREST-RATE NOT > WS-SCRA-RATE-CAP
               GO TO 3250-EXIT
           END-IF.
           MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   GO TO 3250-EXIT
           END-READ.
           IF LH-HOLD-SCRA AND LH-STATUS-ACTIVE
                   AND LH-START-DATE NOT > RC-RECEIPT-DATE
                   AND (LH-END-DATE = ZERO
                       OR LH-END-DATE NOT < RC-RECEIPT-DATE)
               MOVE WS-SCRA-RATE-CAP TO WS-EFFECTIVE-RATE
               ADD 1 TO WS-SCRA-CAPPED-COUNT
           END-IF.
       3250-EXIT.
           EXIT.

      *****************************************************************
      *** Suspense - a new OPEN work-queue item keyed run date /    ***
      *** sequence.  A duplicate key (a same-day rerun writing      ***
