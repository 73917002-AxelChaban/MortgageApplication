  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBMOD.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Loan modification booking, run in        ***
      ***              DBBDAILY ahead of DBBAMRT.  Walks the workout ***
      ***              file the DBBC screen maintains and books each ***
      ***              modification the desk approved once its trial ***
      ***              payments were made: the unpaid interest on    ***
      ***              the missed payments and the late fees due are ***
      ***              capitalized into the balance, the missed      ***
      ***              history records are re-aged (marked paid by   ***
      ***              capitalization, dated the booking date), the  ***
      ***              new rate and term go on the loan master (the  ***
      ***              term counted from the booking date, the loan  ***
      ***              fixed-rate from here on), the loan returns to ***
      ***              CURRENT and LM-MOD-DATE is stamped so DBBAMRT ***
      ***              rebuilds the schedule from the modification   ***
      ***              date tonight.  Open history records already   ***
      ***              billed are brought to the new payment.  Every ***
      ***              loan field change is audited, the capitalized ***
      ***              interest and fees go to GLWORK for the        ***
      ***              journal, and every approved plan prints on    ***
      ***              the register, booked or rejected.  The        ***
      ***              booking date defaults to the business date on ***
      ***              the BUSDATE control file; a PARM date         ***
      ***              overrides it.                                 ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    WORKOUT is the workout KSDS keyed by loan number - the
      *    online DBBC screen maintains the same dataset.
           SELECT WORKOUT-FILE ASSIGN TO WORKOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WO-LOAN-NUMBER
               FILE STATUS IS WS-WORKOUT-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *    GLWORK collects the day's money movements for the
      *    end-of-day DBBGLJR journal step (appended, DISP=MOD).
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
           SELECT MOD-REGISTER ASSIGN TO MODRGST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MODRGST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  WORKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WORKOUT-RECORD.
          COPY EPSMTWKO.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  PAYMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  GL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 GL-WORK-RECORD.
          COPY EPSMTGLW.
       FD  MOD-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 MOD-REGISTER-LINE           PIC X(120).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-WORKOUT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-WORKOUT-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-GLWORK-STATUS            PIC X(2)    VALUE '00'.
           88  WS-GLWORK-OK                       VALUE '00'.
       01 WS-MODRGST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-MODRGST-OK                      VALUE '00'.
       01 WS-WORKOUT-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-WORKOUT-EOF                     VALUE 'Y'.
       01 WS-BROWSE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01 WS-PLAN-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-APPROVED-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-BOOKED-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-REAGED-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-RESET-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-CAPITALIZED-TOTAL        PIC 9(11)V99 VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
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
      *    Same month arithmetic and payment formula as DBBAMRT's
      *    2100/2150, so the payment printed here is the payment
      *    the rebuilt schedule carries.
       01 WS-ELAPSED-MONTHS           PIC S9(5)   VALUE ZERO.
       01 WS-NEW-TERM                 PIC S9(5)   VALUE ZERO.
       01 WS-MONTHLY-RATE             PIC 9V9(6)  VALUE ZERO.
       01 WS-GROWTH-FACTOR            PIC 9(4)V9(10) VALUE ZERO.
       01 WS-FACTOR-INDEX             PIC 9(3)    VALUE ZERO.
       01 WS-NEW-PAYMENT              PIC 9(7)V99 VALUE ZERO.
      *    Capitalization - the principal part of a missed payment
      *    never left the unpaid balance, so only its interest (a
      *    month on the balance at the old rate) and the fees due
      *    are added to it.
       01 WS-MISSED-INTEREST          PIC 9(7)V99 VALUE ZERO.
       01 WS-CAP-INTEREST             PIC 9(9)V99 VALUE ZERO.
       01 WS-CAP-FEES                 PIC 9(7)V99 VALUE ZERO.
       01 WS-REAGED-FOR-LOAN          PIC 9(3)    VALUE ZERO.
       01 WS-OLD-BALANCE              PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-CATEGORY              PIC X(1)    VALUE SPACE.
       01 WS-GL-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-BALANCE-EDIT             PIC Z(8)9.99.
       01 WS-RATE-EDIT                PIC Z9.999.
       01 WS-TERM-EDIT                PIC ZZ9.
       01 WS-DATE-EDIT                PIC 9(8).
       01 WS-REJECT-REASON            PIC X(21)   VALUE SPACES.
       01 WS-REGISTER-HEADER.
           05  FILLER                 PIC X(12)   VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(16)
                                      VALUE '     OLD BALANCE'.
           05  FILLER                 PIC X(16)
                                      VALUE '     CAPITALIZED'.
           05  FILLER                 PIC X(16)
                                      VALUE '     NEW BALANCE'.
           05  FILLER                 PIC X(8)    VALUE '  RATE'.
           05  FILLER                 PIC X(6)    VALUE 'TERM'.
           05  FILLER                 PIC X(6)    VALUE 'RAGD'.
           05  FILLER                 PIC X(12)   VALUE '  NEW P+I'.
           05  FILLER                 PIC X(28)   VALUE 'DISPOSITION'.
       01 WS-REGISTER-LINE.
           05  WS-RG-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-OLD-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-CAPITALIZED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-NEW-BALANCE      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-RATE             PIC Z9.999.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-TERM             PIC ZZ9.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  WS-RG-REAGED           PIC ZZ9.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  WS-RG-NEW-PAYMENT      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DISPOSITION      PIC X(28).
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
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN I-O WORKOUT-FILE.
           OPEN I-O LOAN-MASTER.
           OPEN I-O PAYMENT-HISTORY.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND GL-WORK-FILE.
           OPEN OUTPUT MOD-REGISTER.
           IF NOT WS-WORKOUT-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-PAYHIST-OK OR NOT WS-AUDITLOG-OK
                   OR NOT WS-GLWORK-OK OR NOT WS-MODRGST-OK
               DISPLAY 'DBBMOD - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE WS-REGISTER-HEADER TO MOD-REGISTER-LINE.
           WRITE MOD-REGISTER-LINE.

           PERFORM 1000-READ-WORKOUT.
           PERFORM UNTIL WS-WORKOUT-EOF
               ADD 1 TO WS-PLAN-COUNT
               IF WO-PLAN-MODIFICATION AND WO-STATUS-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   PERFORM 2000-BOOK-MODIFICATION THRU 2000-EXIT
               END-IF
               PERFORM 1000-READ-WORKOUT
           END-PERFORM.

           CLOSE WORKOUT-FILE.
           CLOSE LOAN-MASTER.
           CLOSE PAYMENT-HISTORY.
           CLOSE AUDIT-FILE.
           CLOSE GL-WORK-FILE.
           CLOSE MOD-REGISTER.
           DISPLAY 'DBBMOD - WORKOUT PLANS READ:  ' WS-PLAN-COUNT.
           DISPLAY 'DBBMOD - APPROVED MODS:       ' WS-APPROVED-COUNT.
           DISPLAY 'DBBMOD - MODS BOOKED:         ' WS-BOOKED-COUNT.
           DISPLAY 'DBBMOD - MODS REJECTED:       ' WS-REJECT-COUNT.
           DISPLAY 'DBBMOD - PAYMENTS RE-AGED:    ' WS-REAGED-COUNT.
           DISPLAY 'DBBMOD - OPEN PAYMENTS RESET: ' WS-RESET-COUNT.
           DISPLAY 'DBBMOD - DOLLARS CAPITALIZED: '
               WS-CAPITALIZED-TOTAL.
           DISPLAY 'DBBMOD - AUDIT RECORDS OUT:   ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBMOD - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBMOD - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-WORKOUT.
           READ WORKOUT-FILE NEXT
               AT END
                   SET WS-WORKOUT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One approved modification - edit the loan and the plan,   ***
      *** then capitalize, re-age and apply the new terms.  A       ***
      *** rejected plan stays approved for the desk to correct on   ***
      *** the DBBC screen; it prints on the register every night    ***
      *** until it books or is cancelled.                           ***
      *****************************************************************
       2000-BOOK-MODIFICATION.
           MOVE ZERO TO WS-OLD-BALANCE.
           MOVE ZERO TO WS-CAP-INTEREST.
           MOVE ZERO TO WS-CAP-FEES.
           MOVE ZERO TO WS-REAGED-FOR-LOAN.
           MOVE ZERO TO WS-NEW-PAYMENT.
           MOVE ZERO TO WS-NEW-TERM.
           MOVE WO-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE ZERO TO LM-CURRENT-BALANCE
                   MOVE 'LOAN NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 6000-REJECT-MODIFICATION
                   GO TO 2000-EXIT
           END-READ.
           MOVE LM-CURRENT-BALANCE TO WS-OLD-BALANCE.
           IF LM-EDIT-REJECTED
               MOVE 'LOAN FAILED EDIT' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
           IF LM-STATUS-PAID-OFF OR LM-CURRENT-BALANCE = ZERO
               MOVE 'LOAN PAID OFF' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
           IF WO-MOD-RATE = ZERO OR WO-MOD-TERM-MONTHS = ZERO
               MOVE 'NO NEW RATE OR TERM' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
           IF WO-TRIAL-PAYMENTS-MADE < WO-TRIAL-PAYMENTS-REQUIRED
               MOVE 'TRIAL NOT COMPLETE' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
      *    The new term runs from today - the loan master carries
      *    the term from origination, so the months already gone
      *    are added on and DBBAMRT's months-left comes out to the
      *    modified term.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE.
           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-AS-OF-YYYY - WS-ORIG-YYYY) * 12)
                   + WS-AS-OF-MM - WS-ORIG-MM.
           IF WS-ELAPSED-MONTHS NOT > ZERO
               MOVE 'NO PAYMENTS DUE YET' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-NEW-TERM =
               WS-ELAPSED-MONTHS + WO-MOD-TERM-MONTHS.
           IF WS-NEW-TERM > 999
               MOVE 'NEW TERM OVER 999' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-MODIFICATION
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-CAPITALIZE-ARREARS.
           PERFORM 4000-APPLY-NEW-TERMS.
           PERFORM 4500-COMPUTE-NEW-PAYMENT.
           PERFORM 4600-RESET-OPEN-PAYMENTS.
           PERFORM 5000-MARK-PLAN-BOOKED.
           ADD 1 TO WS-BOOKED-COUNT.
           MOVE 'BOOKED' TO WS-RG-DISPOSITION.
           PERFORM 6100-WRITE-REGISTER-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Browse the loan's history group - every missed payment    ***
      *** has its month's interest capitalized and is re-aged: it   ***
      *** reads paid (a zero receipt dated today) with its late fee ***
      *** closed, so nothing downstream ages, dunns or charges it   ***
      *** again.                                                    ***
      *****************************************************************
       3000-CAPITALIZE-ARREARS.
           COMPUTE WS-MONTHLY-RATE =
               LM-INTEREST-RATE / 100 / 12.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE ZERO TO PH-PAYMENT-NUMBER.
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PH-RECORD-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF
               READ PAYMENT-HISTORY NEXT
                   AT END
                       SET WS-BROWSE-EOF TO TRUE
               END-READ
               IF NOT WS-BROWSE-EOF
                   IF PH-LOAN-NUMBER = LM-LOAN-NUMBER
                       IF PH-STATUS-MISSED
                           PERFORM 3100-REAGE-MISSED-PAYMENT
                       END-IF
                   ELSE
                       SET WS-BROWSE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE LM-LATE-FEES-DUE TO WS-CAP-FEES.

       3100-REAGE-MISSED-PAYMENT.
           COMPUTE WS-MISSED-INTEREST ROUNDED =
               LM-CURRENT-BALANCE * WS-MONTHLY-RATE.
           IF WS-MISSED-INTEREST > PH-AMOUNT-DUE
               MOVE PH-AMOUNT-DUE TO WS-MISSED-INTEREST
           END-IF.
           ADD WS-MISSED-INTEREST TO WS-CAP-INTEREST.
           SET PH-STATUS-PAID TO TRUE.
           MOVE WS-AS-OF-DATE TO PH-PAYMENT-DATE.
           MOVE ZERO TO PH-PAYMENT-AMOUNT.
           MOVE ZERO TO PH-PRINCIPAL-PORTION.
           SET PH-FEE-ASSESSED TO TRUE.
           REWRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'DBBMOD - HISTORY REWRITE FAILED: '
                       PH-RECORD-KEY
           END-REWRITE.
           ADD 1 TO WS-REAGED-FOR-LOAN.
           ADD 1 TO WS-REAGED-COUNT.

      *****************************************************************
      *** The new terms - balance up by the capitalized interest    ***
      *** and fees (fees due to zero), the modified rate, fixed     ***
      *** from here on, the term from today, back to CURRENT, and   ***
      *** the modification date DBBAMRT rebuilds from.  Each field  ***
      *** that changes is audited the way a DBBMAINT change is.     ***
      *****************************************************************
       4000-APPLY-NEW-TERMS.
           IF WS-CAP-INTEREST + WS-CAP-FEES > ZERO
               MOVE 'LM-CURRENT-BALANCE' TO AU-FIELD-NAME
               MOVE LM-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               ADD WS-CAP-INTEREST TO LM-CURRENT-BALANCE
               ADD WS-CAP-FEES TO LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           IF WS-CAP-FEES > ZERO
               MOVE 'LM-LATE-FEES-DUE' TO AU-FIELD-NAME
               MOVE LM-LATE-FEES-DUE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               MOVE ZERO TO LM-LATE-FEES-DUE
               MOVE LM-LATE-FEES-DUE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           IF LM-INTEREST-RATE NOT = WO-MOD-RATE
               MOVE 'LM-INTEREST-RATE' TO AU-FIELD-NAME
               MOVE LM-INTEREST-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO AU-OLD-VALUE
               MOVE WO-MOD-RATE TO LM-INTEREST-RATE
               MOVE LM-INTEREST-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           IF LM-RATE-ADJUSTABLE
               MOVE 'LM-RATE-TYPE' TO AU-FIELD-NAME
               MOVE LM-RATE-TYPE TO AU-OLD-VALUE
               SET LM-RATE-FIXED TO TRUE
               MOVE LM-RATE-TYPE TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
               MOVE 'LM-ARM-NEXT-CHG-DATE' TO AU-FIELD-NAME
               MOVE LM-ARM-NEXT-CHANGE-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO AU-OLD-VALUE
               MOVE ZERO TO LM-ARM-NEXT-CHANGE-DATE
               MOVE LM-ARM-NEXT-CHANGE-DATE TO WS-DATE-EDIT
               MOVE WS-DATE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           IF LM-TERM-MONTHS NOT = WS-NEW-TERM
               MOVE 'LM-TERM-MONTHS' TO AU-FIELD-NAME
               MOVE LM-TERM-MONTHS TO WS-TERM-EDIT
               MOVE WS-TERM-EDIT TO AU-OLD-VALUE
               MOVE WS-NEW-TERM TO LM-TERM-MONTHS
               MOVE LM-TERM-MONTHS TO WS-TERM-EDIT
               MOVE WS-TERM-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           IF NOT LM-STATUS-CURRENT
               MOVE 'LM-LOAN-STATUS' TO AU-FIELD-NAME
               MOVE LM-LOAN-STATUS TO AU-OLD-VALUE
               SET LM-STATUS-CURRENT TO TRUE
               MOVE LM-LOAN-STATUS TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.
           MOVE 'LM-MOD-DATE' TO AU-FIELD-NAME.
           MOVE LM-MOD-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO AU-OLD-VALUE.
           MOVE WS-AS-OF-DATE TO LM-MOD-DATE.
           MOVE LM-MOD-DATE TO WS-DATE-EDIT.
           MOVE WS-DATE-EDIT TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBMOD - REWRITE FAILED FOR: '
                       LM-LOAN-NUMBER
           END-REWRITE.
           IF WS-CAP-INTEREST > ZERO
               MOVE 'K' TO WS-GL-CATEGORY
               MOVE WS-CAP-INTEREST TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-CAP-FEES > ZERO
               MOVE 'L' TO WS-GL-CATEGORY
               MOVE WS-CAP-FEES TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           ADD WS-CAP-INTEREST TO WS-CAPITALIZED-TOTAL.
           ADD WS-CAP-FEES TO WS-CAPITALIZED-TOTAL.

      *****************************************************************
      *** Level payment on the new balance over the modified term   ***
      *** at the new rate - P * r * g / (g - 1), g = (1 + r)**n.    ***
      *****************************************************************
       4500-COMPUTE-NEW-PAYMENT.
           COMPUTE WS-MONTHLY-RATE =
               LM-INTEREST-RATE / 100 / 12.
           MOVE 1 TO WS-GROWTH-FACTOR.
           PERFORM VARYING WS-FACTOR-INDEX FROM 1 BY 1
                   UNTIL WS-FACTOR-INDEX > WO-MOD-TERM-MONTHS
               COMPUTE WS-GROWTH-FACTOR =
                   WS-GROWTH-FACTOR * (1 + WS-MONTHLY-RATE)
           END-PERFORM.
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               LM-CURRENT-BALANCE * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1).

      *****************************************************************
      *** History records DBBBILL already wrote at the old payment  ***
      *** and still open are brought to the modified payment.       ***
      *****************************************************************
       4600-RESET-OPEN-PAYMENTS.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE LM-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE ZERO TO PH-PAYMENT-NUMBER.
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PH-RECORD-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF
               READ PAYMENT-HISTORY NEXT
                   AT END
                       SET WS-BROWSE-EOF TO TRUE
               END-READ
               IF NOT WS-BROWSE-EOF
                   IF PH-LOAN-NUMBER = LM-LOAN-NUMBER
                       PERFORM 4700-RESET-ONE-PAYMENT
                   ELSE
                       SET WS-BROWSE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       4700-RESET-ONE-PAYMENT.
           IF PH-STATUS-PENDING AND PH-AMOUNT-DUE NOT = WS-NEW-PAYMENT
               MOVE WS-NEW-PAYMENT TO PH-AMOUNT-DUE
               REWRITE PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'DBBMOD - HISTORY REWRITE FAILED: '
                           PH-RECORD-KEY
               END-REWRITE
               ADD 1 TO WS-RESET-COUNT
           END-IF.

       5000-MARK-PLAN-BOOKED.
           SET WO-STATUS-BOOKED TO TRUE.
           MOVE WS-AS-OF-DATE TO WO-STATUS-DATE.
           MOVE WS-AS-OF-DATE TO WO-BOOKED-DATE.
           COMPUTE WO-CAPITALIZED-AMOUNT =
               WS-CAP-INTEREST + WS-CAP-FEES.
           MOVE WS-REAGED-FOR-LOAN TO WO-PAYMENTS-REAGED.
           REWRITE WORKOUT-RECORD
               INVALID KEY
                   DISPLAY 'DBBMOD - WORKOUT REWRITE FAILED: '
                       WO-LOAN-NUMBER
           END-REWRITE.

       5500-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           IF WO-APPROVED-BY NOT = SPACES
               MOVE WO-APPROVED-BY TO AU-USER-ID
           ELSE
               MOVE LS-PARM-USER-ID TO AU-USER-ID
           END-IF.
           MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

       6000-REJECT-MODIFICATION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-RG-DISPOSITION.
           STRING 'REJ - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RG-DISPOSITION
           END-STRING.
           PERFORM 6100-WRITE-REGISTER-LINE.

       6100-WRITE-REGISTER-LINE.
           MOVE WO-LOAN-NUMBER TO WS-RG-LOAN-NUMBER.
           MOVE WS-OLD-BALANCE TO WS-RG-OLD-BALANCE.
           COMPUTE WS-RG-CAPITALIZED = WS-CAP-INTEREST + WS-CAP-FEES.
           MOVE LM-CURRENT-BALANCE TO WS-RG-NEW-BALANCE.
           MOVE WO-MOD-RATE TO WS-RG-RATE.
           MOVE WO-MOD-TERM-MONTHS TO WS-RG-TERM.
           MOVE WS-REAGED-FOR-LOAN TO WS-RG-REAGED.
           MOVE WS-NEW-PAYMENT TO WS-RG-NEW-PAYMENT.
           MOVE WS-REGISTER-LINE TO MOD-REGISTER-LINE.
           WRITE MOD-REGISTER-LINE.

       6500-WRITE-GL-WORK.
           INITIALIZE GL-WORK-RECORD.
           MOVE 'DBBMOD' TO GW-SOURCE.
           MOVE WS-AS-OF-DATE TO GW-POST-DATE.
           MOVE LM-LOAN-NUMBER TO GW-LOAN-NUMBER.
           MOVE WS-GL-CATEGORY TO GW-CATEGORY.
           MOVE WS-GL-AMOUNT TO GW-AMOUNT.
           WRITE GL-WORK-RECORD.

       9999-END-PROGRAM.
           STOP RUN.
