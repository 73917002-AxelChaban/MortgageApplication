      ***              loan, and that money was being remitted to    ***
      ***              the investor as interest and then paid again  ***
      ***              to the tax authority out of escrow.           ***
      *** 2026-10-15  Curtailments are kept out of the pool's       ***
      ***              scheduled principal.  PH-PRINCIPAL-PORTION   ***
      ***              carries any curtailment posted with the      ***
      ***              payment; it now rolls up on its own          ***
      ***              (unscheduled principal, still remitted in    ***
      ***              the net) and the interest base nets only the ***
      ***              scheduled principal out of the amount due -  ***
      ***              a curtailment was also shorting the          ***
      ***              interest remitted.  The report line is       ***
      ***              widened for the new column.                   ***
      *** 2026-10-15  Processing date now comes from the month-end   ***
      ***              date (last business day of the month being    ***
      ***              closed) on the BUSDATE control file instead   ***
      ***              of the system clock; a PARM date still        ***
      ***              overrides it.                                 ***
      *** 2026-10-15  The curtailment amount on the remittance       ***
      ***              detail is widened to the same 9(11)V99 as the ***
      ***              other pool totals so a large pool no longer   ***
      ***              truncates; the remittance record is now 81    ***
      ***              bytes.                                        ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT REMIT-REPORT ASSIGN TO REMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REMTRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
          COPY EPSMTRMT.
       FD  REMIT-REPORT
           LABEL RECORDS ARE STANDARD.
       01 REMIT-REPORT-LINE           PIC X(132).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
       01 WS-CURRENT-LOAN-KEY         PIC X(10)   VALUE SPACES.
       01 WS-LOAN-PRINCIPAL           PIC 9(9)V99 VALUE ZERO.
       01 WS-LOAN-INTEREST            PIC 9(9)V99 VALUE ZERO.
       01 WS-LOAN-CURTAILMENT         PIC 9(9)V99 VALUE ZERO.
       01 WS-PAYMENT-SCHEDULED        PIC S9(7)V99 VALUE ZERO.
       01 WS-PAYMENT-INTEREST         PIC S9(7)V99 VALUE ZERO.
       01 WS-POOL-COUNT               PIC S9(4) COMP VALUE ZERO.
       01 WS-POOL-SUB                 PIC S9(4) COMP VALUE ZERO.
               10  WS-PE-LOAN-COUNT   PIC 9(7).
               10  WS-PE-PRINCIPAL    PIC 9(11)V99.
               10  WS-PE-INTEREST     PIC 9(11)V99.
               10  WS-PE-CURTAILMENT  PIC 9(11)V99.
       01 WS-SERVICE-FEE              PIC 9(9)V99 VALUE ZERO.
       01 WS-NET-REMITTANCE           PIC 9(11)V99 VALUE ZERO.
       01 WS-DETAIL-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-TOTAL-NET                PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-PRINCIPAL          PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-INTEREST           PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-CURTAILMENT        PIC 9(13)V99 VALUE ZERO.
       01 WS-TOTAL-FEES               PIC 9(11)V99 VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(36)
               VALUE 'INVESTOR NAME'.
           05  FILLER                 PIC X(9)    VALUE '  LOANS'.
           05  FILLER                 PIC X(18)
               VALUE '   SCHED PRINCIPAL'.
           05  FILLER                 PIC X(18)
               VALUE '       CURTAILMENT'.
           05  FILLER                 PIC X(18)
               VALUE '          INTEREST'.
           05  FILLER                 PIC X(15)
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-PRINCIPAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CURTAILMENT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-INTEREST         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-FEE              PIC ZZZ,ZZZ,ZZ9.99.
           05  LS-PARM-AS-OF-DATE      PIC 9(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-AS-OF-DATE IS NUMERIC
               MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE = ZERO
               MOVE BD-MONTH-END-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE(1:6) TO WS-CYCLE-MONTH.

           DISPLAY 'DBBREMT - POOLS REMITTED:      ' WS-DETAIL-COUNT.
           DISPLAY 'DBBREMT - PRINCIPAL COLLECTED: '
               WS-TOTAL-PRINCIPAL.
           DISPLAY 'DBBREMT - CURTAILMENTS:        '
               WS-TOTAL-CURTAILMENT.
           DISPLAY 'DBBREMT - INTEREST COLLECTED:  '
               WS-TOTAL-INTEREST.
           DISPLAY 'DBBREMT - SERVICE FEES NETTED: ' WS-TOTAL-FEES.
           DISPLAY 'DBBREMT - NET REMITTANCES:     ' WS-TOTAL-NET.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBREMT - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBREMT - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
           MOVE PH-LOAN-NUMBER TO WS-CURRENT-LOAN-KEY.
           MOVE ZERO TO WS-LOAN-PRINCIPAL.
           MOVE ZERO TO WS-LOAN-INTEREST.
           MOVE ZERO TO WS-LOAN-CURTAILMENT.
           PERFORM UNTIL WS-PAYMENT-EOF
                   OR PH-LOAN-NUMBER NOT = WS-CURRENT-LOAN-KEY
               IF PH-STATUS-PAID
                       AND PH-PAYMENT-DATE(1:6) = WS-CYCLE-MONTH
      *            The principal portion carries any curtailment
      *            posted with the payment - that is unscheduled
      *            principal and is kept apart from the scheduled.
                   COMPUTE WS-PAYMENT-SCHEDULED =
                       PH-PRINCIPAL-PORTION - PH-CURTAILMENT-AMOUNT
                   IF WS-PAYMENT-SCHEDULED < ZERO
                       MOVE ZERO TO WS-PAYMENT-SCHEDULED
                   END-IF
                   ADD WS-PAYMENT-SCHEDULED TO WS-LOAN-PRINCIPAL
                   COMPUTE WS-LOAN-CURTAILMENT =
                       WS-LOAN-CURTAILMENT + PH-PRINCIPAL-PORTION
                           - WS-PAYMENT-SCHEDULED
      *            The payment amount carries the escrow carve-out
      *            above the P+I amount due on an escrowed loan -
      *            that money belongs to the escrow balance, not the
      *            amount due.
                   IF PH-PAYMENT-AMOUNT > PH-AMOUNT-DUE
                       COMPUTE WS-PAYMENT-INTEREST =
                           PH-AMOUNT-DUE - WS-PAYMENT-SCHEDULED
                   ELSE
                       COMPUTE WS-PAYMENT-INTEREST =
                           PH-PAYMENT-AMOUNT - WS-PAYMENT-SCHEDULED
                   END-IF
                   IF WS-PAYMENT-INTEREST > ZERO
                       ADD WS-PAYMENT-INTEREST TO WS-LOAN-INTEREST
               PERFORM 1000-READ-NEXT-PAYMENT
           END-PERFORM.
           IF WS-LOAN-PRINCIPAL > ZERO OR WS-LOAN-INTEREST > ZERO
                   OR WS-LOAN-CURTAILMENT > ZERO
               PERFORM 2500-ADD-TO-POOL THRU 2500-EXIT
           END-IF.

               MOVE ZERO TO WS-PE-LOAN-COUNT (WS-POOL-SUB)
               MOVE ZERO TO WS-PE-PRINCIPAL (WS-POOL-SUB)
               MOVE ZERO TO WS-PE-INTEREST (WS-POOL-SUB)
               MOVE ZERO TO WS-PE-CURTAILMENT (WS-POOL-SUB)
           END-IF.
           ADD 1 TO WS-PE-LOAN-COUNT (WS-POOL-SUB).
           ADD WS-LOAN-PRINCIPAL TO WS-PE-PRINCIPAL (WS-POOL-SUB).
           ADD WS-LOAN-INTEREST TO WS-PE-INTEREST (WS-POOL-SUB).
           ADD WS-LOAN-CURTAILMENT TO WS-PE-CURTAILMENT (WS-POOL-SUB).
       2500-EXIT.
           EXIT.

                   * IN-SERVICE-FEE-RATE / 100.
           COMPUTE WS-NET-REMITTANCE =
               WS-PE-PRINCIPAL (WS-POOL-SUB)
                   + WS-PE-CURTAILMENT (WS-POOL-SUB)
                   + WS-PE-INTEREST (WS-POOL-SUB)
                   - WS-SERVICE-FEE.

           MOVE IN-INVESTOR-NAME TO WS-DL-NAME.
           MOVE WS-PE-LOAN-COUNT (WS-POOL-SUB) TO WS-DL-LOANS.
           MOVE WS-PE-PRINCIPAL (WS-POOL-SUB) TO WS-DL-PRINCIPAL.
           MOVE WS-PE-CURTAILMENT (WS-POOL-SUB) TO WS-DL-CURTAILMENT.
           MOVE WS-PE-INTEREST (WS-POOL-SUB) TO WS-DL-INTEREST.
           MOVE WS-SERVICE-FEE TO WS-DL-FEE.
           MOVE WS-NET-REMITTANCE TO WS-DL-NET.
               RM-PRINCIPAL-COLLECTED.
           MOVE WS-PE-INTEREST (WS-POOL-SUB) TO
               RM-INTEREST-COLLECTED.
           MOVE WS-PE-CURTAILMENT (WS-POOL-SUB) TO
               RM-CURTAILMENT-COLLECTED.
           MOVE WS-SERVICE-FEE TO RM-SERVICE-FEE.
           MOVE WS-NET-REMITTANCE TO RM-NET-REMITTANCE.
           WRITE REMIT-RECORD.
           ADD WS-NET-REMITTANCE TO WS-TOTAL-NET.
           ADD WS-PE-PRINCIPAL (WS-POOL-SUB) TO WS-TOTAL-PRINCIPAL.
           ADD WS-PE-INTEREST (WS-POOL-SUB) TO WS-TOTAL-INTEREST.
           ADD WS-PE-CURTAILMENT (WS-POOL-SUB) TO WS-TOTAL-CURTAILMENT.
           ADD WS-SERVICE-FEE TO WS-TOTAL-FEES.

       3500-WRITE-TRAILER.
