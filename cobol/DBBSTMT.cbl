      ***              primary borrower - most of the book has two   ***
      ***              borrowers and statements addressed one        ***
      ***              spouse.                                       ***
      *** 2026-10-15  Curtailments (principal the borrower paid      ***
      ***              beyond the scheduled payment) now show on the ***
      ***              statement - the amount received in the        ***
      ***              statement month and the year to date - and    ***
      ***              the balance after payment no longer           ***
      ***              overstates a curtailed loan: the schedule     ***
      ***              line's balance gives way to the loan master   ***
      ***              balance less the scheduled principal when     ***
      ***              that is lower.                                ***
      *** 2026-10-15  A loan with an active autodraft enrollment     ***
      ***              (ACHENRL, maintained on the DBBA screen) now  ***
      ***              prints an AUTODRAFT - DO NOT REMIT coupon     ***
      ***              carrying the borrower's draft day in place    ***
      ***              of the remit-with-payment coupon.             ***
      *** 2026-10-15  A loan under a bankruptcy legal hold in force  ***
      ***              (LEGLHOLD, kept on the DBBH screen) gets the  ***
      ***              bankruptcy-safe statement: an informational-  ***
      ***              only notice, no past-due or late-fee lines,   ***
      ***              a total of the regular payment and escrow     ***
      ***              only, and a voluntary-payment coupon.         ***
      *** 2026-10-15  Processing date now comes from the month-end   ***
      ***              date (last business day of the month being    ***
      ***              closed) on the BUSDATE control file instead   ***
      ***              of the system clock.                          ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-LOAN-NUMBER
               FILE STATUS IS WS-COBRMSTR-STATUS.
           SELECT ACH-ENROLLMENT ASSIGN TO ACHENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-LOAN-NUMBER
               FILE STATUS IS WS-ACHENRL-STATUS.
      *    LEGLHOLD is the legal-hold KSDS keyed by loan number -
      *    the online DBBH screen maintains the same dataset.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
           SELECT STATEMENT-PRINT ASSIGN TO STMTPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMTPRT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 COBORROWER-MASTER-RECORD.
          COPY EPSMTCB2.
       FD  ACH-ENROLLMENT
           LABEL RECORDS ARE STANDARD.
       01 ACH-ENROLLMENT-RECORD.
          COPY EPSMTACH.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
      *    Print-image dataset - ASA carriage control in column 1,
      *    '1' starts each statement on a fresh page.
       FD  STATEMENT-PRINT
           LABEL RECORDS ARE STANDARD.
       01 STATEMENT-PRINT-LINE        PIC X(133).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-STMTAMRT-STATUS          PIC X(2)    VALUE '00'.
           88  WS-STMTAMRT-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-COBRMSTR-OK                     VALUE '00'.
       01 WS-COBR-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-COBR-FOUND                      VALUE 'Y'.
       01 WS-ACHENRL-STATUS           PIC X(2)    VALUE '00'.
           88  WS-ACHENRL-OK                      VALUE '00'.
       01 WS-AUTODRAFT-SW             PIC X(1)    VALUE 'N'.
           88  WS-AUTODRAFT                       VALUE 'Y'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-BANKRUPTCY-SW            PIC X(1)    VALUE 'N'.
           88  WS-IN-BANKRUPTCY                   VALUE 'Y'.
       01 WS-BANKRUPTCY-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-STMTPRT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-STMTPRT-OK                      VALUE '00'.
       01 WS-SCHEDULE-EOF-SW          PIC X(1)    VALUE 'N'.
       01 WS-STMT-PRINCIPAL           PIC 9(7)V99 VALUE ZERO.
       01 WS-STMT-INTEREST            PIC 9(7)V99 VALUE ZERO.
       01 WS-STMT-BALANCE             PIC 9(9)V99 VALUE ZERO.
       01 WS-CURTAIL-MONTH            PIC 9(9)V99 VALUE ZERO.
       01 WS-CURTAIL-YTD              PIC 9(9)V99 VALUE ZERO.
       01 WS-BALANCE-WORK             PIC S9(9)V99 VALUE ZERO.
       01 WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
           05  FILLER                 PIC X(14)
               VALUE '  AMOUNT DUE  '.
           05  WS-CP-AMOUNT-DUE       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AUTODRAFT-COUPON-LINE.
           05  FILLER                 PIC X(31)
               VALUE 'AUTODRAFT - DO NOT REMIT  LOAN '.
           05  WS-AC-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(10)
               VALUE '  PAYMENT '.
           05  WS-AC-PAYMENT-NUMBER   PIC 9(3).
           05  FILLER                 PIC X(32)
               VALUE '  DRAFTED FROM YOUR BANK ON DAY '.
           05  WS-AC-DRAFT-DAY        PIC 9(2).
       01 WS-VOLUNTARY-COUPON-LINE.
           05  FILLER                 PIC X(24)
               VALUE 'VOLUNTARY PAYMENT  LOAN '.
           05  WS-VC-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(10)
               VALUE '  PAYMENT '.
           05  WS-VC-PAYMENT-NUMBER   PIC 9(3).
           05  FILLER                 PIC X(18)
               VALUE '  REGULAR PAYMENT '.
           05  WS-VC-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
      *    Bankruptcy notice - printed under the address block on a
      *    statement for a loan in an open bankruptcy.
       01 WS-BANKRUPTCY-NOTICE.
           05  FILLER                 PIC X(60)   VALUE
               '*** BANKRUPTCY NOTICE ***'.
           05  FILLER                 PIC X(60)   VALUE
               'OUR RECORDS SHOW YOU ARE A DEBTOR IN A BANKRUPTCY'.
           05  FILLER                 PIC X(60)   VALUE
               'CASE.  THIS STATEMENT IS SENT FOR INFORMATION ONLY.'.
           05  FILLER                 PIC X(60)   VALUE
               'IT IS NOT AN ATTEMPT TO COLLECT A DEBT OR A DEMAND'.
           05  FILLER                 PIC X(60)   VALUE
               'FOR PAYMENT, AND ANY PAYMENT YOU MAKE IS VOLUNTARY.'.
           05  FILLER                 PIC X(60)   VALUE
               'IF YOUR DEBT HAS BEEN DISCHARGED, WE ARE NOT SEEKING'.
           05  FILLER                 PIC X(60)   VALUE
               'TO HOLD YOU PERSONALLY LIABLE FOR IT.'.
       01 WS-BANKRUPTCY-NOTICE-R REDEFINES WS-BANKRUPTCY-NOTICE.
           05  WS-BN-LINE             PIC X(60)   OCCURS 7 TIMES.
       01 WS-BN-SUB                   PIC S9(4) COMP VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-MONTH-END-DATE TO WS-STATEMENT-DATE.
           OPEN INPUT STMT-SCHEDULE.
           OPEN INPUT PAYMENT-HISTORY.
           OPEN INPUT LOAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT COBORROWER-MASTER.
           OPEN INPUT ACH-ENROLLMENT.
           OPEN INPUT LEGAL-HOLD-FILE.
           OPEN OUTPUT STATEMENT-PRINT.
           IF NOT WS-STMTAMRT-OK OR NOT WS-PAYHIST-OK
                   OR NOT WS-LOANMSTR-OK OR NOT WS-CUSTMSTR-OK
                   OR NOT WS-COBRMSTR-OK OR NOT WS-ACHENRL-OK
                   OR NOT WS-LEGLHOLD-OK
                   OR NOT WS-STMTPRT-OK
               DISPLAY 'DBBSTMT - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
           CLOSE LOAN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE COBORROWER-MASTER.
           CLOSE ACH-ENROLLMENT.
           CLOSE LEGAL-HOLD-FILE.
           CLOSE STATEMENT-PRINT.
           DISPLAY 'DBBSTMT - LOANS READ:          ' WS-LOAN-COUNT.
           DISPLAY 'DBBSTMT - STATEMENTS PRINTED:  '
               WS-STATEMENT-COUNT.
           DISPLAY 'DBBSTMT - TOTAL AMOUNT BILLED: ' WS-TOTAL-BILLED.
           DISPLAY 'DBBSTMT - BANKRUPTCY WORDING:  '
               WS-BANKRUPTCY-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBSTMT - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBSTMT - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-SCHEDULE.
           READ STMT-SCHEDULE
               AT END
           MOVE ZERO TO WS-NEXT-DUE-NUMBER.
           MOVE ZERO TO WS-NEXT-DUE-DATE.
           MOVE ZERO TO WS-PAST-DUE-AMOUNT.
           MOVE ZERO TO WS-CURTAIL-MONTH.
           MOVE ZERO TO WS-CURTAIL-YTD.
           MOVE 'N' TO WS-SCHED-FOUND-SW.
           PERFORM UNTIL WS-PAYMENT-EOF
                   OR PH-LOAN-NUMBER NOT < WS-CURRENT-LOAN-KEY
                   MOVE PH-PAYMENT-NUMBER TO WS-NEXT-DUE-NUMBER
                   MOVE PH-DUE-DATE TO WS-NEXT-DUE-DATE
               END-IF
               IF PH-CURTAILMENT-AMOUNT > ZERO
                   IF PH-CURTAILMENT-DATE(1:4) =
                           WS-STATEMENT-DATE(1:4)
                       ADD PH-CURTAILMENT-AMOUNT TO WS-CURTAIL-YTD
                   END-IF
                   IF PH-CURTAILMENT-DATE(1:6) =
                           WS-STATEMENT-DATE(1:6)
                       ADD PH-CURTAILMENT-AMOUNT TO WS-CURTAIL-MONTH
                   END-IF
               END-IF
               PERFORM 1100-READ-NEXT-PAYMENT
           END-PERFORM.
           PERFORM UNTIL WS-SCHEDULE-EOF
           END-READ.

       4000-PRINT-STATEMENT.
           PERFORM 5200-LOOK-UP-LEGAL-HOLD.
      *    A debtor in bankruptcy is shown the regular payment only -
      *    the pre-petition arrears and fees are not demanded.
           IF WS-IN-BANKRUPTCY
               COMPUTE WS-TOTAL-DUE =
                   WS-STMT-PAYMENT-AMOUNT + LM-ESCROW-PAYMENT
           ELSE
               COMPUTE WS-TOTAL-DUE =
                   WS-STMT-PAYMENT-AMOUNT + WS-PAST-DUE-AMOUNT
                       + LM-ESCROW-PAYMENT + LM-LATE-FEES-DUE
           END-IF.
           MOVE WS-STATEMENT-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-HD-DATE.
           END-STRING.
           PERFORM 6000-WRITE-PRINT-LINE.
           PERFORM 6100-WRITE-BLANK-LINE.
           IF WS-IN-BANKRUPTCY
               PERFORM VARYING WS-BN-SUB FROM 1 BY 1
                       UNTIL WS-BN-SUB > 7
                   MOVE WS-BN-LINE (WS-BN-SUB) TO WS-PL-TEXT
                   PERFORM 6000-WRITE-PRINT-LINE
               END-PERFORM
               PERFORM 6100-WRITE-BLANK-LINE
               ADD 1 TO WS-BANKRUPTCY-COUNT
           END-IF.

           MOVE 'LOAN NUMBER:' TO WS-LB-LABEL.
           MOVE WS-CURRENT-LOAN-KEY TO WS-LB-VALUE.
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
           END-IF.
      *    A curtailment takes the balance below the schedule line
      *    until the loan is recast, so the lower of the two shows.
           COMPUTE WS-BALANCE-WORK =
               LM-CURRENT-BALANCE - WS-STMT-PRINCIPAL.
           IF WS-BALANCE-WORK < ZERO
               MOVE ZERO TO WS-BALANCE-WORK
           END-IF.
           IF WS-BALANCE-WORK < WS-STMT-BALANCE
               MOVE WS-BALANCE-WORK TO WS-STMT-BALANCE
           END-IF.
           MOVE 'BALANCE AFTER PAYMENT:' TO WS-LB-LABEL.
           MOVE WS-STMT-BALANCE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE.
           PERFORM 6200-WRITE-LABEL-LINE.
           IF NOT WS-IN-BANKRUPTCY
               MOVE 'PAST DUE AMOUNT:' TO WS-LB-LABEL
               MOVE WS-PAST-DUE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
               IF LM-LATE-FEES-DUE > ZERO
                   MOVE 'LATE FEES DUE:' TO WS-LB-LABEL
                   MOVE LM-LATE-FEES-DUE TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
                   PERFORM 6200-WRITE-LABEL-LINE
               END-IF
           END-IF.
           IF WS-CURTAIL-YTD > ZERO
               MOVE 'CURTAILMENT RECEIVED:' TO WS-LB-LABEL
               MOVE WS-CURTAIL-MONTH TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
               MOVE '  YEAR TO DATE:' TO WS-LB-LABEL
               MOVE WS-CURTAIL-YTD TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
           END-IF.
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
           END-IF.
           IF WS-IN-BANKRUPTCY
               MOVE 'REGULAR PAYMENT:' TO WS-LB-LABEL
           ELSE
               MOVE 'TOTAL AMOUNT DUE:' TO WS-LB-LABEL
           END-IF.
           MOVE WS-TOTAL-DUE TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE.
           PERFORM 6200-WRITE-LABEL-LINE.

           MOVE ALL '-' TO WS-PL-TEXT.
           PERFORM 6000-WRITE-PRINT-LINE.
           PERFORM 5100-LOOK-UP-AUTODRAFT.
           IF WS-AUTODRAFT
               MOVE WS-CURRENT-LOAN-KEY TO WS-AC-LOAN-NUMBER
               MOVE WS-NEXT-DUE-NUMBER TO WS-AC-PAYMENT-NUMBER
               MOVE AD-DRAFT-DAY TO WS-AC-DRAFT-DAY
               MOVE WS-AUTODRAFT-COUPON-LINE TO WS-PL-TEXT
           ELSE
               IF WS-IN-BANKRUPTCY
                   MOVE WS-CURRENT-LOAN-KEY TO WS-VC-LOAN-NUMBER
                   MOVE WS-NEXT-DUE-NUMBER TO WS-VC-PAYMENT-NUMBER
                   MOVE WS-TOTAL-DUE TO WS-VC-AMOUNT
                   MOVE WS-VOLUNTARY-COUPON-LINE TO WS-PL-TEXT
               ELSE
                   MOVE WS-CURRENT-LOAN-KEY TO WS-CP-LOAN-NUMBER
                   MOVE WS-NEXT-DUE-NUMBER TO WS-CP-PAYMENT-NUMBER
                   MOVE WS-TOTAL-DUE TO WS-CP-AMOUNT-DUE
                   MOVE WS-COUPON-LINE TO WS-PL-TEXT
               END-IF
           END-IF.
           PERFORM 6000-WRITE-PRINT-LINE.

           ADD 1 TO WS-STATEMENT-COUNT.
                   END-IF
           END-READ.

      *    Only an ACTIVE enrollment is drafted - a suspended or
      *    cancelled one gets the ordinary remit coupon.
       5100-LOOK-UP-AUTODRAFT.
           MOVE 'N' TO WS-AUTODRAFT-SW.
           MOVE WS-CURRENT-LOAN-KEY TO AD-LOAN-NUMBER.
           READ ACH-ENROLLMENT
               INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   IF AD-STATUS-ACTIVE
                       SET WS-AUTODRAFT TO TRUE
                   END-IF
           END-READ.

      *    Only a bankruptcy hold in force on the statement date
      *    changes the wording - an SCRA hold prints as usual.
       5200-LOOK-UP-LEGAL-HOLD.
           MOVE 'N' TO WS-BANKRUPTCY-SW.
           MOVE WS-CURRENT-LOAN-KEY TO LH-LOAN-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   IF LH-HOLD-BANKRUPTCY AND LH-STATUS-ACTIVE
                           AND LH-START-DATE NOT > WS-STATEMENT-DATE
                           AND (LH-END-DATE = ZERO
                               OR LH-END-DATE NOT < WS-STATEMENT-DATE)
                       SET WS-IN-BANKRUPTCY TO TRUE
                   END-IF
           END-READ.

       6000-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO STATEMENT-PRINT-LINE.
           WRITE STATEMENT-PRINT-LINE.
