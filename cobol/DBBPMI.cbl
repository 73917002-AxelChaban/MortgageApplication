  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBPMI.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Monthly private mortgage insurance run,  ***
      ***              in DBBMONTH after the collections pass.  The  ***
      ***              MI carrier, certificate and premium were kept ***
      ***              on paper and the premium was never dropped    ***
      ***              when the loan paid down - borrowers went on   ***
      ***              paying MI long past the point the law says it ***
      ***              ends.  This run walks the loan master in step ***
      ***              with the amortization schedule and, for each  ***
      ***              loan with MI in force, measures the scheduled ***
      ***              balance for the as-of month (and the actual   ***
      ***              LM-CURRENT-BALANCE) against the original      ***
      ***              appraised value on the collateral record:     ***
      ***              at 78% scheduled, a current loan's MI is      ***
      ***              terminated; at 80% a borrower's cancellation  ***
      ***              request (status R) is honoured, and a         ***
      ***              borrower not yet told gets the 80% notice.    ***
      ***              Ending the MI zeroes the premium, takes it    ***
      ***              out of LM-ESCROW-PAYMENT, audits the changes  ***
      ***              like a DBBMAINT change, and prints the        ***
      ***              borrower notice and the cancellation request  ***
      ***              to the carrier.  Every loan still in force    ***
      ***              gets the month's premium written to the       ***
      ***              PMIPREM file for DBBESCR to pay to the        ***
      ***              carrier from escrow.                          ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
      *    PMI-SCHEDULE is the amortization schedule as DBBAMRT
      *    writes it - loan number order, payment numbers ascending
      *    within the loan - so it match-merges against the loan
      *    master key order, the way DBBBILL reads it.
           SELECT PMI-SCHEDULE ASSIGN TO AMORTSCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORTSCH-STATUS.
           SELECT PROPERTY-MASTER ASSIGN TO PROPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-LOAN-NUMBER
               FILE STATUS IS WS-PROPMSTR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMSTR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *    PMIPREM is the month's premium bills in disbursement
      *    layout, passed to the DBBESCR step that follows.
           SELECT PREMIUM-FILE ASSIGN TO PMIPREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMIPREM-STATUS.
           SELECT NOTICE-PRINT ASSIGN TO NOTICES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.
           SELECT CARRIER-PRINT ASSIGN TO CARRREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CARRREQ-STATUS.
           SELECT PMI-REPORT ASSIGN TO PMIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PMIRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  PMI-SCHEDULE
           LABEL RECORDS ARE STANDARD.
       01 PMI-SCHEDULE-RECORD.
          COPY EPSMTLOA.
       FD  PROPERTY-MASTER
           LABEL RECORDS ARE STANDARD.
       01 PROPERTY-MASTER-RECORD.
          COPY EPSMTPRP.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  PREMIUM-FILE
           LABEL RECORDS ARE STANDARD.
       01 PREMIUM-RECORD.
          COPY EPSMTDSB.
      *    Print-image datasets - ASA carriage control in column 1,
      *    '1' starts each letter on a fresh page.
       FD  NOTICE-PRINT
           LABEL RECORDS ARE STANDARD.
       01 NOTICE-PRINT-LINE           PIC X(133).
       FD  CARRIER-PRINT
           LABEL RECORDS ARE STANDARD.
       01 CARRIER-PRINT-LINE          PIC X(133).
       FD  PMI-REPORT
           LABEL RECORDS ARE STANDARD.
       01 PMI-REPORT-LINE             PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-AMORTSCH-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AMORTSCH-OK                     VALUE '00'.
       01 WS-PROPMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PROPMSTR-OK                     VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-PMIPREM-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PMIPREM-OK                      VALUE '00'.
       01 WS-NOTICES-STATUS           PIC X(2)    VALUE '00'.
           88  WS-NOTICES-OK                      VALUE '00'.
       01 WS-CARRREQ-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CARRREQ-OK                      VALUE '00'.
       01 WS-PMIRPT-STATUS            PIC X(2)    VALUE '00'.
           88  WS-PMIRPT-OK                       VALUE '00'.
       01 WS-LOAN-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-LOAN-EOF                        VALUE 'Y'.
       01 WS-SCHEDULE-EOF-SW          PIC X(1)    VALUE 'N'.
           88  WS-SCHEDULE-EOF                    VALUE 'Y'.
       01 WS-VALUE-SW                 PIC X(1)    VALUE 'N'.
           88  WS-VALUE-ON-FILE                   VALUE 'Y'.
      *    Which letter goes out - T terminated at 78%, C cancelled
      *    on request at 80%, D request declined, E eligible at 80%.
       01 WS-LETTER-CODE              PIC X(1)    VALUE SPACE.
           88  WS-LETTER-TERMINATED               VALUE 'T'.
           88  WS-LETTER-CANCELLED                VALUE 'C'.
           88  WS-LETTER-DECLINED                 VALUE 'D'.
           88  WS-LETTER-ELIGIBLE                 VALUE 'E'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YYYY          PIC 9(4).
           05  WS-AS-OF-MM            PIC 9(2).
           05  WS-AS-OF-DD            PIC 9(2).
       01 WS-ORIG-DATE                PIC 9(8)    VALUE ZERO.
       01 WS-ORIG-DATE-X REDEFINES WS-ORIG-DATE.
           05  WS-ORIG-YYYY           PIC 9(4).
           05  WS-ORIG-MM             PIC 9(2).
           05  WS-ORIG-DD             PIC 9(2).
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-CURRENT-LOAN-KEY         PIC X(10)   VALUE SPACES.
      *    Months since origination - payment n falls due n months
      *    after the origination date, so the schedule line for the
      *    as-of month is payment n.
       01 WS-ELAPSED-MONTHS           PIC S9(5)   VALUE ZERO.
       01 WS-SCHED-PAYMENT            PIC 9(3)    VALUE ZERO.
       01 WS-SCHED-BALANCE            PIC 9(9)V99 VALUE ZERO.
       01 WS-LIMIT-78                 PIC 9(9)V99 VALUE ZERO.
       01 WS-LIMIT-80                 PIC 9(9)V99 VALUE ZERO.
       01 WS-LTV-PERCENT              PIC 9(3)V99 VALUE ZERO.
       01 WS-ENDED-PREMIUM            PIC 9(7)V99 VALUE ZERO.
       01 WS-LOAN-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-MI-LOAN-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-TERMINATED-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-CANCELLED-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-DECLINED-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-ELIGIBLE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-HELD-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-NO-VALUE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-BILLED-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-BILLED-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-BORROWER-NAME            PIC X(40)   VALUE SPACES.
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-PRINT-LINE.
           05  WS-PL-CC               PIC X(1).
           05  WS-PL-TEXT             PIC X(132).
       01 WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
           05  WS-DI-MM               PIC X(2).
           05  WS-DI-DD               PIC X(2).
       01 WS-DATE-OUT.
           05  WS-DO-MM               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '/'.
           05  WS-DO-DD               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '/'.
           05  WS-DO-YYYY             PIC X(4).
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(34)   VALUE
               'MORTGAGE INSURANCE REGISTER AS OF '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(32)   VALUE 'MI CARRIER'.
           05  FILLER                 PIC X(16)   VALUE
               ' SCHED BALANCE'.
           05  FILLER                 PIC X(8)    VALUE ' LTV %'.
           05  FILLER                 PIC X(6)    VALUE 'ACTION'.
       01 WS-DETAIL-LINE.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CARRIER          PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-SCHED-BALANCE    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-LTV              PIC ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-ACTION           PIC X(32).
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-JOB-ID          PIC X(8).
           05  LS-PARM-USER-ID         PIC X(8).
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
               MOVE BD-MONTH-END-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN I-O LOAN-MASTER.
           OPEN INPUT PMI-SCHEDULE.
           OPEN INPUT PROPERTY-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT PREMIUM-FILE.
           OPEN OUTPUT NOTICE-PRINT.
           OPEN OUTPUT CARRIER-PRINT.
           OPEN OUTPUT PMI-REPORT.
           IF NOT WS-LOANMSTR-OK OR NOT WS-AMORTSCH-OK
                   OR NOT WS-PROPMSTR-OK OR NOT WS-CUSTMSTR-OK
                   OR NOT WS-AUDITLOG-OK OR NOT WS-PMIPREM-OK
                   OR NOT WS-NOTICES-OK OR NOT WS-CARRREQ-OK
                   OR NOT WS-PMIRPT-OK
               DISPLAY 'DBBPMI - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-AS-OF-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO PMI-REPORT-LINE.
           WRITE PMI-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO PMI-REPORT-LINE.
           WRITE PMI-REPORT-LINE.

           PERFORM 1100-READ-SCHEDULE.
           PERFORM 1000-READ-LOAN.
           PERFORM UNTIL WS-LOAN-EOF
               ADD 1 TO WS-LOAN-COUNT
               PERFORM 2000-WORK-ONE-LOAN THRU 2000-EXIT
               PERFORM 1000-READ-LOAN
           END-PERFORM.

           CLOSE LOAN-MASTER.
           CLOSE PMI-SCHEDULE.
           CLOSE PROPERTY-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE PREMIUM-FILE.
           CLOSE NOTICE-PRINT.
           CLOSE CARRIER-PRINT.
           CLOSE PMI-REPORT.
           DISPLAY 'DBBPMI - LOANS READ:           ' WS-LOAN-COUNT.
           DISPLAY 'DBBPMI - LOANS WITH MI:        ' WS-MI-LOAN-COUNT.
           DISPLAY 'DBBPMI - TERMINATED AT 78%:    '
               WS-TERMINATED-COUNT.
           DISPLAY 'DBBPMI - CANCELLED ON REQUEST: '
               WS-CANCELLED-COUNT.
           DISPLAY 'DBBPMI - REQUESTS DECLINED:    ' WS-DECLINED-COUNT.
           DISPLAY 'DBBPMI - 80% NOTICES SENT:     ' WS-ELIGIBLE-COUNT.
           DISPLAY 'DBBPMI - HELD, NOT CURRENT:    ' WS-HELD-COUNT.
           DISPLAY 'DBBPMI - NO ORIGINAL VALUE:    ' WS-NO-VALUE-COUNT.
           DISPLAY 'DBBPMI - PREMIUMS BILLED:      ' WS-BILLED-COUNT.
           DISPLAY 'DBBPMI - AMOUNT BILLED:        ' WS-BILLED-AMOUNT.
           DISPLAY 'DBBPMI - AUDIT RECORDS OUT:    ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBPMI - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBPMI - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-LOAN.
           READ LOAN-MASTER
               AT END
                   SET WS-LOAN-EOF TO TRUE
           END-READ.

       1100-READ-SCHEDULE.
           READ PMI-SCHEDULE
               AT END
                   SET WS-SCHEDULE-EOF TO TRUE
                   MOVE HIGH-VALUES TO LA-LOAN-NUMBER
           END-READ.

      *****************************************************************
      *** One loan - only a loan with MI in force (active, or with  ***
      *** a cancellation request pending) and a carrier on file is  ***
      *** worked; paid-off loans and loans DBBTEST rejected are     ***
      *** not.  A delinquent or foreclosure loan still owes the     ***
      *** carrier its premium, so it is billed like any other.      ***
      *****************************************************************
       2000-WORK-ONE-LOAN.
           MOVE LM-LOAN-NUMBER TO WS-CURRENT-LOAN-KEY.
           PERFORM UNTIL WS-SCHEDULE-EOF
                   OR LA-LOAN-NUMBER NOT < WS-CURRENT-LOAN-KEY
               PERFORM 1100-READ-SCHEDULE
           END-PERFORM.
           IF NOT LM-MI-IN-FORCE OR LM-MI-CARRIER = SPACES
               GO TO 2000-EXIT
           END-IF.
           IF LM-EDIT-REJECTED
               DISPLAY 'DBBPMI - SKIPPING, FAILED EDIT: '
                   LM-LOAN-NUMBER
               GO TO 2000-EXIT
           END-IF.
           IF LM-STATUS-PAID-OFF
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-MI-LOAN-COUNT.
           PERFORM 2100-FIND-SCHEDULED-BALANCE THRU 2100-EXIT.
           PERFORM 2200-READ-PROPERTY.
           MOVE SPACES TO WS-DL-ACTION.
           IF NOT WS-VALUE-ON-FILE
               MOVE ZERO TO WS-LTV-PERCENT
               MOVE 'NO ORIGINAL VALUE - BILLED' TO WS-DL-ACTION
               ADD 1 TO WS-NO-VALUE-COUNT
               PERFORM 4000-BILL-PREMIUM
               PERFORM 6000-WRITE-REPORT-LINE
               GO TO 2000-EXIT
           END-IF.
      *    78% of the original value ends the MI outright once the
      *    scheduled balance gets there, provided the loan is
      *    current - a loan behind on its payments is held and
      *    looked at again next month.  80% on either the schedule
      *    or the actual balance lets the borrower ask for it to go.
           EVALUATE TRUE
               WHEN WS-SCHED-BALANCE NOT > WS-LIMIT-78
                       AND LM-STATUS-CURRENT
                   SET WS-LETTER-TERMINATED TO TRUE
                   PERFORM 3000-END-MORTGAGE-INS
               WHEN WS-SCHED-BALANCE NOT > WS-LIMIT-78
                   MOVE 'AT 78% - HELD, NOT CURRENT' TO WS-DL-ACTION
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM 4000-BILL-PREMIUM
               WHEN LM-MI-CANCEL-REQUESTED
                       AND LM-STATUS-CURRENT
                       AND (WS-SCHED-BALANCE NOT > WS-LIMIT-80
                           OR LM-CURRENT-BALANCE NOT > WS-LIMIT-80)
                   SET WS-LETTER-CANCELLED TO TRUE
                   PERFORM 3000-END-MORTGAGE-INS
               WHEN LM-MI-CANCEL-REQUESTED
                   SET WS-LETTER-DECLINED TO TRUE
                   PERFORM 3500-DECLINE-REQUEST
                   PERFORM 4000-BILL-PREMIUM
               WHEN LM-MI-NOTICE-DATE = ZERO
                       AND (WS-SCHED-BALANCE NOT > WS-LIMIT-80
                           OR LM-CURRENT-BALANCE NOT > WS-LIMIT-80)
                   SET WS-LETTER-ELIGIBLE TO TRUE
                   PERFORM 3800-NOTICE-ELIGIBLE
                   PERFORM 4000-BILL-PREMIUM
               WHEN OTHER
                   MOVE 'PREMIUM BILLED' TO WS-DL-ACTION
                   PERFORM 4000-BILL-PREMIUM
           END-EVALUATE.
           PERFORM 6000-WRITE-REPORT-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Scheduled balance for the as-of month - the remaining     ***
      *** balance on schedule line n, n the months since            ***
      *** origination.  Before the first payment it is the original ***
      *** principal, past the last it is zero.  A loan with no line ***
      *** for the month (DBBAMRT has not run for it yet) is measured ***
      *** on its actual balance instead.                            ***
      *****************************************************************
       2100-FIND-SCHEDULED-BALANCE.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE.
           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-AS-OF-YYYY * 12) + WS-AS-OF-MM)
               - ((WS-ORIG-YYYY * 12) + WS-ORIG-MM).
           IF WS-ELAPSED-MONTHS NOT > ZERO
               MOVE LM-ORIGINAL-PRINCIPAL TO WS-SCHED-BALANCE
               GO TO 2100-EXIT
           END-IF.
           IF WS-ELAPSED-MONTHS NOT < LM-TERM-MONTHS
               MOVE ZERO TO WS-SCHED-BALANCE
               GO TO 2100-EXIT
           END-IF.
           MOVE WS-ELAPSED-MONTHS TO WS-SCHED-PAYMENT.
           PERFORM UNTIL WS-SCHEDULE-EOF
                   OR LA-LOAN-NUMBER NOT = WS-CURRENT-LOAN-KEY
                   OR LA-PAYMENT-NUMBER NOT < WS-SCHED-PAYMENT
               PERFORM 1100-READ-SCHEDULE
           END-PERFORM.
           IF LA-LOAN-NUMBER = WS-CURRENT-LOAN-KEY
                   AND LA-PAYMENT-NUMBER = WS-SCHED-PAYMENT
               MOVE LA-REMAINING-BALANCE TO WS-SCHED-BALANCE
           ELSE
               DISPLAY 'DBBPMI - NO SCHEDULE LINE FOR LOAN '
                   WS-CURRENT-LOAN-KEY ' PAYMENT ' WS-SCHED-PAYMENT
               MOVE LM-CURRENT-BALANCE TO WS-SCHED-BALANCE
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *** Original appraised value off the collateral record, and   ***
      *** the 78%/80% balances it sets.  No collateral record, or   ***
      *** no value keyed, and nothing can be measured - the premium ***
      *** is billed and the loan listed for the desk to key it.     ***
      *****************************************************************
       2200-READ-PROPERTY.
           MOVE 'N' TO WS-VALUE-SW.
           MOVE WS-CURRENT-LOAN-KEY TO PR-LOAN-NUMBER.
           READ PROPERTY-MASTER
               INVALID KEY
                   MOVE SPACES TO PROPERTY-MASTER-RECORD
                   MOVE ZERO TO PR-ORIGINAL-VALUE
           END-READ.
           IF PR-ORIGINAL-VALUE IS NUMERIC
                   AND PR-ORIGINAL-VALUE > ZERO
               SET WS-VALUE-ON-FILE TO TRUE
               COMPUTE WS-LIMIT-78 = PR-ORIGINAL-VALUE * 0.78
               COMPUTE WS-LIMIT-80 = PR-ORIGINAL-VALUE * 0.80
               COMPUTE WS-LTV-PERCENT ROUNDED =
                   WS-SCHED-BALANCE * 100 / PR-ORIGINAL-VALUE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-LTV-PERCENT
               END-COMPUTE
           END-IF.

      *****************************************************************
      *** End the MI - terminated at 78% or cancelled on request at ***
      *** 80%.  The premium comes out of the escrow payment (never  ***
      *** below zero) and is zeroed, with the audit records a       ***
      *** DBBMAINT change would leave, and both letters print.      ***
      *****************************************************************
       3000-END-MORTGAGE-INS.
           MOVE LM-MI-PREMIUM TO WS-ENDED-PREMIUM.
           MOVE 'LM-MI-STATUS' TO AU-FIELD-NAME.
           MOVE LM-MI-STATUS TO AU-OLD-VALUE.
           IF WS-LETTER-TERMINATED
               SET LM-MI-TERMINATED TO TRUE
               MOVE 'TERMINATED AT 78%' TO WS-DL-ACTION
               ADD 1 TO WS-TERMINATED-COUNT
           ELSE
               SET LM-MI-CANCELLED TO TRUE
               MOVE 'CANCELLED ON REQUEST AT 80%' TO WS-DL-ACTION
               ADD 1 TO WS-CANCELLED-COUNT
           END-IF.
           MOVE LM-MI-STATUS TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           MOVE WS-AS-OF-DATE TO LM-MI-END-DATE.

           MOVE 'LM-ESCROW-PAYMENT' TO AU-FIELD-NAME.
           MOVE LM-ESCROW-PAYMENT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AU-OLD-VALUE.
           IF LM-ESCROW-PAYMENT > WS-ENDED-PREMIUM
               SUBTRACT WS-ENDED-PREMIUM FROM LM-ESCROW-PAYMENT
           ELSE
               MOVE ZERO TO LM-ESCROW-PAYMENT
           END-IF.
           MOVE LM-ESCROW-PAYMENT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.

           MOVE 'LM-MI-PREMIUM' TO AU-FIELD-NAME.
           MOVE LM-MI-PREMIUM TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AU-OLD-VALUE.
           MOVE ZERO TO LM-MI-PREMIUM.
           MOVE LM-MI-PREMIUM TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.

           PERFORM 3900-REWRITE-LOAN.
           PERFORM 4500-PRINT-BORROWER-NOTICE.
           PERFORM 4800-PRINT-CARRIER-REQUEST.

      *****************************************************************
      *** A cancellation request the loan does not yet qualify for  ***
      *** (not at 80%, or not current) goes back to active and the  ***
      *** borrower is told why.                                     ***
      *****************************************************************
       3500-DECLINE-REQUEST.
           MOVE 'LM-MI-STATUS' TO AU-FIELD-NAME.
           MOVE LM-MI-STATUS TO AU-OLD-VALUE.
           SET LM-MI-ACTIVE TO TRUE.
           MOVE LM-MI-STATUS TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           PERFORM 3900-REWRITE-LOAN.
           PERFORM 4500-PRINT-BORROWER-NOTICE.
           MOVE 'REQUEST DECLINED - BILLED' TO WS-DL-ACTION.
           ADD 1 TO WS-DECLINED-COUNT.

      *****************************************************************
      *** First month at 80% - the borrower is told once that they  ***
      *** may ask for the MI to be cancelled; the notice date keeps ***
      *** the letter from going out again.                          ***
      *****************************************************************
       3800-NOTICE-ELIGIBLE.
           MOVE 'LM-MI-NOTICE-DATE' TO AU-FIELD-NAME.
           MOVE LM-MI-NOTICE-DATE TO AU-OLD-VALUE.
           MOVE WS-AS-OF-DATE TO LM-MI-NOTICE-DATE.
           MOVE LM-MI-NOTICE-DATE TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           PERFORM 3900-REWRITE-LOAN.
           PERFORM 4500-PRINT-BORROWER-NOTICE.
           MOVE 'AT 80% - BORROWER NOTIFIED' TO WS-DL-ACTION.
           ADD 1 TO WS-ELIGIBLE-COUNT.

       3900-REWRITE-LOAN.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBPMI - REWRITE FAILED FOR: '
                       LM-LOAN-NUMBER
           END-REWRITE.

      *****************************************************************
      *** The month's premium, in disbursement layout with the      ***
      *** carrier as payee, for DBBESCR to pay from escrow.         ***
      *****************************************************************
       4000-BILL-PREMIUM.
           IF LM-MI-PREMIUM > ZERO
               INITIALIZE PREMIUM-RECORD
               MOVE WS-CURRENT-LOAN-KEY TO DS-LOAN-NUMBER
               SET DS-TYPE-MORTGAGE-INS TO TRUE
               MOVE LM-MI-CARRIER TO DS-PAYEE-NAME
               MOVE WS-AS-OF-DATE TO DS-DUE-DATE
               MOVE LM-MI-PREMIUM TO DS-DISBURSE-AMOUNT
               MOVE ZERO TO DS-PAID-DATE
               WRITE PREMIUM-RECORD
               ADD 1 TO WS-BILLED-COUNT
               ADD LM-MI-PREMIUM TO WS-BILLED-AMOUNT
           END-IF.

       4500-PRINT-BORROWER-NOTICE.
           PERFORM 8500-LOOK-UP-BORROWER.
           MOVE '1' TO WS-PL-CC.
           EVALUATE TRUE
               WHEN WS-LETTER-TERMINATED
                   MOVE 'NOTICE OF MORTGAGE INSURANCE TERMINATION'
                       TO WS-PL-TEXT
               WHEN WS-LETTER-CANCELLED
                   MOVE 'NOTICE OF MORTGAGE INSURANCE CANCELLATION'
                       TO WS-PL-TEXT
               WHEN WS-LETTER-DECLINED
                   MOVE 'YOUR REQUEST TO CANCEL MORTGAGE INSURANCE'
                       TO WS-PL-TEXT
               WHEN OTHER
                   MOVE 'NOTICE OF RIGHT TO CANCEL MORTGAGE INSURANCE'
                       TO WS-PL-TEXT
           END-EVALUATE.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE WS-BORROWER-NAME TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE CM-ADDR-LINE-1 TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF CM-ADDR-LINE-2 NOT = SPACES
               MOVE CM-ADDR-LINE-2 TO WS-PL-TEXT
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PL-TEXT.
           STRING CM-ADDR-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  CM-ADDR-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-ADDR-ZIP DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'RE: LOAN ' DELIMITED BY SIZE
                  WS-CURRENT-LOAN-KEY DELIMITED BY SIZE
                  '  -  MI CERTIFICATE ' DELIMITED BY SIZE
                  LM-MI-CERTIFICATE DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE WS-AS-OF-DATE TO WS-DATE-IN.
           PERFORM 8600-FORMAT-DATE.
           EVALUATE TRUE
               WHEN WS-LETTER-TERMINATED
                   MOVE 'YOUR LOAN HAS REACHED 78% OF THE ORIGINAL'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'VALUE OF YOUR HOME ON ITS PAYMENT SCHEDULE.'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE SPACES TO WS-PL-TEXT
                   STRING 'YOUR MORTGAGE INSURANCE ENDED AS OF '
                              DELIMITED BY SIZE
                          WS-DATE-OUT DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                       INTO WS-PL-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-PRINT-LINE
                   PERFORM 4600-PRINT-PAYMENT-CHANGE
               WHEN WS-LETTER-CANCELLED
                   MOVE 'YOUR LOAN HAS REACHED 80% OF THE ORIGINAL'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE SPACES TO WS-PL-TEXT
                   STRING 'VALUE OF YOUR HOME AND, AS YOU REQUESTED, '
                              DELIMITED BY SIZE
                          'YOUR MORTGAGE' DELIMITED BY SIZE
                       INTO WS-PL-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE SPACES TO WS-PL-TEXT
                   STRING 'INSURANCE HAS BEEN CANCELLED AS OF '
                              DELIMITED BY SIZE
                          WS-DATE-OUT DELIMITED BY SIZE
                          '.' DELIMITED BY SIZE
                       INTO WS-PL-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-PRINT-LINE
                   PERFORM 4600-PRINT-PAYMENT-CHANGE
               WHEN WS-LETTER-DECLINED
                   MOVE 'WE CANNOT CANCEL YOUR MORTGAGE INSURANCE YET.'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'YOUR LOAN MUST BE PAID DOWN TO 80% OF THE'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'ORIGINAL VALUE OF YOUR HOME AND YOUR PAYMENTS'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'MUST BE CURRENT.  YOU MAY ASK AGAIN ONCE BOTH'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'ARE TRUE.' TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
               WHEN OTHER
                   MOVE 'YOUR LOAN HAS REACHED 80% OF THE ORIGINAL'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'VALUE OF YOUR HOME.  YOU MAY ASK US IN WRITING'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'TO CANCEL YOUR MORTGAGE INSURANCE PROVIDED'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'YOUR PAYMENTS ARE CURRENT.  IF YOU DO NOT, IT'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'ENDS ON ITS OWN WHEN YOUR LOAN IS SCHEDULED'
                       TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
                   MOVE 'TO REACH 78% OF THAT VALUE.' TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
           END-EVALUATE.

       4600-PRINT-PAYMENT-CHANGE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           MOVE WS-ENDED-PREMIUM TO WS-AMOUNT-EDIT.
           STRING 'THE MONTHLY PREMIUM OF ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' HAS BEEN REMOVED FROM YOUR ESCROW PAYMENT.'
                      DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           MOVE LM-ESCROW-PAYMENT TO WS-AMOUNT-EDIT.
           STRING 'YOUR NEW MONTHLY ESCROW PAYMENT IS '
                      DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.

      *****************************************************************
      *** Cancellation request to the carrier - one page per        ***
      *** certificate, naming the loan, borrower and property and   ***
      *** the reason and effective date.                            ***
      *****************************************************************
       4800-PRINT-CARRIER-REQUEST.
           MOVE '1' TO WS-PL-CC.
           MOVE 'MORTGAGE INSURANCE CANCELLATION REQUEST'
               TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.
           PERFORM 8300-WRITE-CARRIER-BLANK.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'TO:           ' DELIMITED BY SIZE
                  LM-MI-CARRIER DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           PERFORM 8300-WRITE-CARRIER-BLANK.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'CERTIFICATE:  ' DELIMITED BY SIZE
                  LM-MI-CERTIFICATE DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'LOAN NUMBER:  ' DELIMITED BY SIZE
                  WS-CURRENT-LOAN-KEY DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'BORROWER:     ' DELIMITED BY SIZE
                  WS-BORROWER-NAME DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'PROPERTY:     ' DELIMITED BY SIZE
                  PR-PROP-LINE-1 DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING '              ' DELIMITED BY SIZE
                  PR-PROP-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  PR-PROP-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PR-PROP-ZIP DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           PERFORM 8300-WRITE-CARRIER-BLANK.
           IF WS-LETTER-TERMINATED
               MOVE 'REASON:       AUTOMATIC TERMINATION - SCHEDULED'
                   TO WS-PL-TEXT
               PERFORM 8200-WRITE-CARRIER-LINE
               MOVE '              BALANCE AT 78% OF ORIGINAL VALUE'
                   TO WS-PL-TEXT
           ELSE
               MOVE 'REASON:       BORROWER REQUEST - BALANCE AT 80%'
                   TO WS-PL-TEXT
               PERFORM 8200-WRITE-CARRIER-LINE
               MOVE '              OF ORIGINAL VALUE' TO WS-PL-TEXT
           END-IF.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE WS-AS-OF-DATE TO WS-DATE-IN.
           PERFORM 8600-FORMAT-DATE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'EFFECTIVE:    ' DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8200-WRITE-CARRIER-LINE.
           PERFORM 8300-WRITE-CARRIER-BLANK.
           MOVE 'PLEASE CANCEL THE CERTIFICATE ABOVE AS OF THE'
               TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE 'EFFECTIVE DATE AND REFUND ANY UNEARNED PREMIUM TO'
               TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE 'THE SERVICER FOR CREDIT TO THE BORROWER''S ESCROW'
               TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.
           MOVE 'ACCOUNT.' TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.

       5500-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE WS-CURRENT-LOAN-KEY TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

       6000-WRITE-REPORT-LINE.
           MOVE WS-CURRENT-LOAN-KEY TO WS-DL-LOAN-NUMBER.
           MOVE LM-MI-CARRIER TO WS-DL-CARRIER.
           MOVE WS-SCHED-BALANCE TO WS-DL-SCHED-BALANCE.
           MOVE WS-LTV-PERCENT TO WS-DL-LTV.
           MOVE WS-DETAIL-LINE TO PMI-REPORT-LINE.
           WRITE PMI-REPORT-LINE.

       8000-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO NOTICE-PRINT-LINE.
           WRITE NOTICE-PRINT-LINE.
           MOVE ' ' TO WS-PL-CC.

       8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.

       8200-WRITE-CARRIER-LINE.
           MOVE WS-PRINT-LINE TO CARRIER-PRINT-LINE.
           WRITE CARRIER-PRINT-LINE.
           MOVE ' ' TO WS-PL-CC.

       8300-WRITE-CARRIER-BLANK.
           MOVE SPACES TO WS-PL-TEXT.
           PERFORM 8200-WRITE-CARRIER-LINE.

       8500-LOOK-UP-BORROWER.
           MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'DBBPMI - CUSTOMER NOT ON MASTER: '
                       CM-CUSTOMER-NUMBER
                   MOVE SPACES TO CUSTOMER-COPY
           END-READ.
           MOVE SPACES TO WS-BORROWER-NAME.
           STRING CM-CUST-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CM-CUST-LAST-NAME DELIMITED BY SIZE
               INTO WS-BORROWER-NAME
           END-STRING.

       8600-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       9999-END-PROGRAM.
           STOP RUN.
