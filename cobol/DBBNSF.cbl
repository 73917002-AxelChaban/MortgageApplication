  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBNSF.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Returned-item (NSF) reversal, run in     ***
      ***              DBBDAILY after the DBBRPST repost step.  A    ***
      ***              check the bank returns unpaid used to be      ***
      ***              backed out with a stack of hand-keyed         ***
      ***              DBBMAINT changes that never restored the      ***
      ***              payment history record, never put the         ***
      ***              principal back on the balance and never       ***
      ***              pulled the money back out of escrow or        ***
      ***              unapplied funds.  This run reads the bank's   ***
      ***              return file and reverses the original         ***
      ***              DBBPOST/DBBRPST posting: the history record   ***
      ***              goes back to PENDING (MISSED once past the    ***
      ***              grace period) with any curtailment cleared    ***
      ***              off it, the principal, escrow and             ***
      ***              unapplied-funds split is backed out of the    ***
      ***              loan master, reversing work records go to     ***
      ***              GLWORK for the DBBGLJR journal (a curtailment ***
      ***              under its own GL category), the               ***
      ***              returned-check fee is assessed into the late  ***
      ***              fees due, every field changed is audited, and ***
      ***              a returned-payment letter prints for the      ***
      ***              borrower.  A return that cannot be matched to ***
      ***              a posted payment goes on the register for the ***
      ***              cash desk and nothing is touched.  The        ***
      ***              processing date defaults to the business date ***
      ***              on the BUSDATE control file; a PARM date      ***
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
      *    RETURNS is the bank's returned-item file, one record per
      *    check returned unpaid, in no particular order.
           SELECT RETURN-FILE ASSIGN TO RETURNS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RETURNS-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMSTR-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *    GLWORK collects the day's money movements for the
      *    end-of-day DBBGLJR journal step (appended, DISP=MOD).
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
           SELECT LETTER-PRINT ASSIGN TO LTTRPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTTRPRT-STATUS.
           SELECT RETURN-REGISTER ASSIGN TO RTNRGST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNRGST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RETURN-FILE
           LABEL RECORDS ARE STANDARD.
       01 RETURN-RECORD.
          COPY EPSMTRTN.
       FD  PAYMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  GL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 GL-WORK-RECORD.
          COPY EPSMTGLW.
      *    Print-image dataset - ASA carriage control in column 1,
      *    '1' starts each letter on a fresh page.
       FD  LETTER-PRINT
           LABEL RECORDS ARE STANDARD.
       01 LETTER-PRINT-LINE           PIC X(133).
       FD  RETURN-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 RETURN-REGISTER-LINE        PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-RETURNS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-RETURNS-OK                      VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-GLWORK-STATUS            PIC X(2)    VALUE '00'.
           88  WS-GLWORK-OK                       VALUE '00'.
       01 WS-LTTRPRT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-LTTRPRT-OK                      VALUE '00'.
       01 WS-RTNRGST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-RTNRGST-OK                      VALUE '00'.
       01 WS-RETURN-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-RETURN-EOF                      VALUE 'Y'.
       01 WS-RETURN-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-REVERSED-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-UNAPPLIED-REV-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-CASH-DESK-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-FEE-COUNT                PIC 9(7)    VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-REVERSED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01 WS-CASH-DESK-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01 WS-FEE-TOTAL                PIC 9(9)V99 VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
      *    Returned-check fee - a flat charge per item returned,
      *    carried in the loan's late fees due like a late charge.
       01 WS-NSF-FEE                  PIC 9(5)V99 VALUE 25.00.
      *    Grace period - the same fifteen days DBBDLQU allows; a
      *    reversed payment already past it goes straight back to
      *    MISSED rather than waiting for the month-end flip.
       01 WS-GRACE-DAYS               PIC 9(2)    VALUE 15.
       01 WS-DAYS-PAST-DUE            PIC S9(5)   VALUE ZERO.
      *    The original posting, rebuilt from the history record -
      *    escrow is carved out of the money above the P+I amount
      *    due exactly as DBBPOST carved it, the principal is the
      *    portion stored on the record and interest is the rest.
       01 WS-EXCESS-OVER-DUE          PIC S9(7)V99 VALUE ZERO.
       01 WS-ESCROW-PORTION           PIC 9(7)V99 VALUE ZERO.
       01 WS-ESCROW-SHORT             PIC 9(7)V99 VALUE ZERO.
       01 WS-INTEREST-APPLIED         PIC S9(7)V99 VALUE ZERO.
       01 WS-UNAPPLIED-RESTORED       PIC 9(7)V99 VALUE ZERO.
       01 WS-SAVE-DUE-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-SAVE-PAYMENT-DATE        PIC 9(8)    VALUE ZERO.
       01 WS-SAVE-PAYMENT-AMOUNT      PIC 9(7)V99 VALUE ZERO.
       01 WS-SAVE-PRINCIPAL           PIC 9(7)V99 VALUE ZERO.
       01 WS-SAVE-CURTAILMENT         PIC 9(7)V99 VALUE ZERO.
       01 WS-SAVE-SCHEDULED           PIC 9(7)V99 VALUE ZERO.
       01 WS-PRIOR-PAYMENT-DATE       PIC 9(8)    VALUE ZERO.
       01 WS-GL-CATEGORY              PIC X(1)    VALUE SPACE.
       01 WS-GL-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-GL-REVERSAL-SW           PIC X(1)    VALUE 'N'.
           88  WS-GL-REVERSAL                     VALUE 'Y'.
       01 WS-CASH-DESK-REASON         PIC X(40)   VALUE SPACES.
       01 WS-BALANCE-EDIT             PIC Z(8)9.99.
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-STATUS-TAG.
           05  FILLER                 PIC X(8)    VALUE 'PAYMENT '.
           05  WS-ST-PAYMENT          PIC ZZ9.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-ST-STATUS           PIC X(7).
       01 WS-REGISTER-LINE.
           05  WS-RG-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-PAYMENT-NUMBER   PIC 9(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-BATCH            PIC X(6).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-REASON           PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DISPOSITION      PIC X(54).
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
       01 WS-BORROWER-NAME            PIC X(40)   VALUE SPACES.
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

           OPEN INPUT RETURN-FILE.
           OPEN I-O PAYMENT-HISTORY.
           OPEN I-O LOAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND GL-WORK-FILE.
           OPEN OUTPUT LETTER-PRINT.
           OPEN OUTPUT RETURN-REGISTER.
           IF NOT WS-RETURNS-OK OR NOT WS-PAYHIST-OK
                   OR NOT WS-LOANMSTR-OK OR NOT WS-CUSTMSTR-OK
                   OR NOT WS-AUDITLOG-OK OR NOT WS-GLWORK-OK
                   OR NOT WS-LTTRPRT-OK OR NOT WS-RTNRGST-OK
               DISPLAY 'DBBNSF - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-READ-RETURN.
           PERFORM UNTIL WS-RETURN-EOF
               ADD 1 TO WS-RETURN-COUNT
               PERFORM 2000-WORK-RETURN THRU 2000-EXIT
               PERFORM 1000-READ-RETURN
           END-PERFORM.

           CLOSE RETURN-FILE.
           CLOSE PAYMENT-HISTORY.
           CLOSE LOAN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE GL-WORK-FILE.
           CLOSE LETTER-PRINT.
           CLOSE RETURN-REGISTER.
           DISPLAY 'DBBNSF - RETURNS READ:        ' WS-RETURN-COUNT.
           DISPLAY 'DBBNSF - POSTINGS REVERSED:   ' WS-REVERSED-COUNT.
           DISPLAY 'DBBNSF - UNAPPLIED REVERSED:  '
               WS-UNAPPLIED-REV-COUNT.
           DISPLAY 'DBBNSF - TO CASH DESK:        ' WS-CASH-DESK-COUNT.
           DISPLAY 'DBBNSF - AMOUNT REVERSED:     ' WS-REVERSED-AMOUNT.
           DISPLAY 'DBBNSF - CASH DESK AMOUNT:    '
               WS-CASH-DESK-AMOUNT.
           DISPLAY 'DBBNSF - NSF FEES ASSESSED:   ' WS-FEE-COUNT.
           DISPLAY 'DBBNSF - NSF FEE DOLLARS:     ' WS-FEE-TOTAL.
           DISPLAY 'DBBNSF - AUDIT RECORDS OUT:   ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBNSF - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBNSF - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-RETURN.
           READ RETURN-FILE
               AT END
                   SET WS-RETURN-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One returned item - find the loan and the history record  ***
      *** it posted under.  A return against a PAID record backs    ***
      *** out that posting; a return against a record still open    ***
      *** is a partial payment sitting in unapplied funds and comes ***
      *** back out of there.  Anything else - no loan, no record, a  ***
      *** paid-off loan, more money than was ever posted - goes to   ***
      *** the cash desk untouched.                                  ***
      *****************************************************************
       2000-WORK-RETURN.
           MOVE RT-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'LOAN NOT ON LOAN MASTER' TO WS-CASH-DESK-REASON
                   PERFORM 6000-REFER-TO-CASH-DESK
                   GO TO 2000-EXIT
           END-READ.
      *    A payoff closed the loan and refunded its escrow - undoing
      *    that is a person's job, not this run's.
           IF LM-STATUS-PAID-OFF
               MOVE 'LOAN PAID OFF - PAYOFF REVERSAL'
                   TO WS-CASH-DESK-REASON
               PERFORM 6000-REFER-TO-CASH-DESK
               GO TO 2000-EXIT
           END-IF.
           MOVE RT-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE RT-PAYMENT-NUMBER TO PH-PAYMENT-NUMBER.
           READ PAYMENT-HISTORY
               INVALID KEY
                   MOVE 'NO PAYMENT HISTORY RECORD'
                       TO WS-CASH-DESK-REASON
                   PERFORM 6000-REFER-TO-CASH-DESK
                   GO TO 2000-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN PH-STATUS-PAID
                   AND RT-RETURN-AMOUNT NOT > PH-PAYMENT-AMOUNT
                   PERFORM 3000-REVERSE-POSTING
               WHEN PH-STATUS-PAID
                   MOVE 'RETURN EXCEEDS AMOUNT POSTED'
                       TO WS-CASH-DESK-REASON
                   PERFORM 6000-REFER-TO-CASH-DESK
                   GO TO 2000-EXIT
               WHEN RT-RETURN-AMOUNT NOT > LM-UNAPPLIED-FUNDS
                   PERFORM 4000-REVERSE-UNAPPLIED
               WHEN OTHER
                   MOVE 'NO POSTED PAYMENT TO REVERSE'
                       TO WS-CASH-DESK-REASON
                   PERFORM 6000-REFER-TO-CASH-DESK
                   GO TO 2000-EXIT
           END-EVALUATE.
           PERFORM 5000-ASSESS-NSF-FEE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBNSF - REWRITE FAILED FOR: '
                       LM-LOAN-NUMBER
           END-REWRITE.
           PERFORM 7000-PRINT-RETURN-LETTER.
           ADD RT-RETURN-AMOUNT TO WS-REVERSED-AMOUNT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Back out a posted payment.  The principal goes back on    ***
      *** the balance, the escrow carve-out comes back out of the   ***
      *** escrow balance, the interest recognized is reversed, and  ***
      *** the history record reopens.  A payment that posted from   ***
      *** accumulated partials (posted amount above the returned    ***
      *** check) puts the other partials back in unapplied funds -  ***
      *** only the returned check's money is gone.                  ***
      *****************************************************************
       3000-REVERSE-POSTING.
           MOVE PH-DUE-DATE TO WS-SAVE-DUE-DATE.
           MOVE PH-PAYMENT-DATE TO WS-SAVE-PAYMENT-DATE.
           MOVE PH-PAYMENT-AMOUNT TO WS-SAVE-PAYMENT-AMOUNT.
           MOVE PH-PRINCIPAL-PORTION TO WS-SAVE-PRINCIPAL.
           MOVE PH-CURTAILMENT-AMOUNT TO WS-SAVE-CURTAILMENT.
           IF WS-SAVE-CURTAILMENT > WS-SAVE-PRINCIPAL
               MOVE WS-SAVE-PRINCIPAL TO WS-SAVE-CURTAILMENT
           END-IF.
           COMPUTE WS-SAVE-SCHEDULED =
               WS-SAVE-PRINCIPAL - WS-SAVE-CURTAILMENT.
           MOVE ZERO TO WS-ESCROW-PORTION.
           MOVE ZERO TO WS-ESCROW-SHORT.
           IF LM-ESCROW-PAYMENT > ZERO
               COMPUTE WS-EXCESS-OVER-DUE =
                   PH-PAYMENT-AMOUNT - PH-AMOUNT-DUE
               IF WS-EXCESS-OVER-DUE > ZERO
                   IF WS-EXCESS-OVER-DUE > LM-ESCROW-PAYMENT
                       MOVE LM-ESCROW-PAYMENT TO WS-ESCROW-PORTION
                   ELSE
                       MOVE WS-EXCESS-OVER-DUE TO WS-ESCROW-PORTION
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-INTEREST-APPLIED =
               PH-PAYMENT-AMOUNT - WS-ESCROW-PORTION
                   - PH-PRINCIPAL-PORTION.
           IF WS-INTEREST-APPLIED < ZERO
               MOVE ZERO TO WS-INTEREST-APPLIED
           END-IF.

      *    Reopen the history record - MISSED when the due date is
      *    already past the grace period, otherwise PENDING.
           MOVE PH-PAYMENT-NUMBER TO WS-ST-PAYMENT.
           MOVE 'PAID' TO WS-ST-STATUS.
           MOVE 'PH-PAYMENT-STATUS' TO AU-FIELD-NAME.
           MOVE WS-STATUS-TAG TO AU-OLD-VALUE.
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(PH-DUE-DATE).
           IF WS-DAYS-PAST-DUE > WS-GRACE-DAYS
               SET PH-STATUS-MISSED TO TRUE
               MOVE 'MISSED' TO WS-ST-STATUS
           ELSE
               SET PH-STATUS-PENDING TO TRUE
               MOVE 'PENDING' TO WS-ST-STATUS
           END-IF.
           MOVE WS-STATUS-TAG TO AU-NEW-VALUE.
           MOVE ZERO TO PH-PAYMENT-DATE.
           MOVE ZERO TO PH-PAYMENT-AMOUNT.
           MOVE ZERO TO PH-PRINCIPAL-PORTION.
           MOVE ZERO TO PH-CURTAILMENT-AMOUNT.
           MOVE ZERO TO PH-CURTAILMENT-DATE.
           REWRITE PAYMENT-HISTORY-RECORD.
           PERFORM 5500-WRITE-AUDIT-RECORD.

           IF WS-SAVE-PRINCIPAL > ZERO
               MOVE 'LM-CURRENT-BALANCE' TO AU-FIELD-NAME
               MOVE LM-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               ADD WS-SAVE-PRINCIPAL TO LM-CURRENT-BALANCE
               MOVE LM-CURRENT-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.

      *    Escrow already disbursed cannot come back out of the
      *    balance below zero; the shortfall is an escrow advance
      *    and is called out on the register for the escrow desk.
           IF WS-ESCROW-PORTION > ZERO
               MOVE 'LM-ESCROW-BALANCE' TO AU-FIELD-NAME
               MOVE LM-ESCROW-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               IF WS-ESCROW-PORTION > LM-ESCROW-BALANCE
                   COMPUTE WS-ESCROW-SHORT =
                       WS-ESCROW-PORTION - LM-ESCROW-BALANCE
                   MOVE ZERO TO LM-ESCROW-BALANCE
               ELSE
                   SUBTRACT WS-ESCROW-PORTION FROM LM-ESCROW-BALANCE
               END-IF
               MOVE LM-ESCROW-BALANCE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.

           COMPUTE WS-UNAPPLIED-RESTORED =
               WS-SAVE-PAYMENT-AMOUNT - RT-RETURN-AMOUNT.
           IF WS-UNAPPLIED-RESTORED > ZERO
               MOVE 'LM-UNAPPLIED-FUNDS' TO AU-FIELD-NAME
               MOVE LM-UNAPPLIED-FUNDS TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               ADD WS-UNAPPLIED-RESTORED TO LM-UNAPPLIED-FUNDS
               MOVE LM-UNAPPLIED-FUNDS TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 5500-WRITE-AUDIT-RECORD
           END-IF.

           PERFORM 3300-RESTORE-LAST-PAYMENT THRU 3300-EXIT.

      *    The reversing GL work records - each leg of the original
      *    split backs out of the accounts it went into.  A payment
      *    built from partials also reverses the release of the
      *    unapplied balance and then the returned partial's own
      *    deposit into it, leaving the other partials held.
           SET WS-GL-REVERSAL TO TRUE.
           IF WS-ESCROW-PORTION > ZERO
               MOVE 'E' TO WS-GL-CATEGORY
               MOVE WS-ESCROW-PORTION TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-INTEREST-APPLIED > ZERO
               MOVE 'I' TO WS-GL-CATEGORY
               MOVE WS-INTEREST-APPLIED TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-SAVE-SCHEDULED > ZERO
               MOVE 'P' TO WS-GL-CATEGORY
               MOVE WS-SAVE-SCHEDULED TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-SAVE-CURTAILMENT > ZERO
               MOVE 'T' TO WS-GL-CATEGORY
               MOVE WS-SAVE-CURTAILMENT TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           IF WS-UNAPPLIED-RESTORED > ZERO
               MOVE 'V' TO WS-GL-CATEGORY
               MOVE WS-SAVE-PAYMENT-AMOUNT TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
               MOVE 'U' TO WS-GL-CATEGORY
               MOVE RT-RETURN-AMOUNT TO WS-GL-AMOUNT
               PERFORM 6500-WRITE-GL-WORK
           END-IF.
           MOVE 'N' TO WS-GL-REVERSAL-SW.

           ADD 1 TO WS-REVERSED-COUNT.
           IF WS-ESCROW-SHORT > ZERO
               MOVE WS-ESCROW-SHORT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-RG-DISPOSITION
               STRING 'REVERSED - ESCROW OVERDRAWN BY '
                          DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO WS-RG-DISPOSITION
               END-STRING
           ELSE
               MOVE SPACES TO WS-RG-DISPOSITION
               STRING 'REVERSED - PAYMENT ' DELIMITED BY SIZE
                      WS-ST-STATUS DELIMITED BY SPACE
                   INTO WS-RG-DISPOSITION
               END-STRING
           END-IF.
           PERFORM 6100-WRITE-REGISTER-LINE.

      *****************************************************************
      *** When the reversed payment is the loan's last one posted,  ***
      *** the last payment date goes back to the payment before it  ***
      *** (zero when there is none, so per-diem interest accrues    ***
      *** from origination again).                                  ***
      *****************************************************************
       3300-RESTORE-LAST-PAYMENT.
           IF LM-LAST-PAYMENT-DATE NOT = WS-SAVE-PAYMENT-DATE
               GO TO 3300-EXIT
           END-IF.
           MOVE ZERO TO WS-PRIOR-PAYMENT-DATE.
           IF RT-PAYMENT-NUMBER > 1
               MOVE RT-LOAN-NUMBER TO PH-LOAN-NUMBER
               COMPUTE PH-PAYMENT-NUMBER = RT-PAYMENT-NUMBER - 1
               READ PAYMENT-HISTORY
                   INVALID KEY
                       CONTINUE
               NOT INVALID KEY
                       IF PH-STATUS-PAID
                           MOVE PH-PAYMENT-DATE
                               TO WS-PRIOR-PAYMENT-DATE
                       END-IF
               END-READ
           END-IF.
           MOVE 'LM-LAST-PAYMENT-DATE' TO AU-FIELD-NAME.
           MOVE LM-LAST-PAYMENT-DATE TO AU-OLD-VALUE.
           MOVE WS-PRIOR-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE.
           MOVE LM-LAST-PAYMENT-DATE TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *** A returned partial payment that never posted - it is      ***
      *** still sitting in the loan's unapplied-funds balance, so   ***
      *** it simply comes back out of there.                        ***
      *****************************************************************
       4000-REVERSE-UNAPPLIED.
           MOVE PH-DUE-DATE TO WS-SAVE-DUE-DATE.
           MOVE RT-RETURN-AMOUNT TO WS-SAVE-PAYMENT-AMOUNT.
           MOVE 'LM-UNAPPLIED-FUNDS' TO AU-FIELD-NAME.
           MOVE LM-UNAPPLIED-FUNDS TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE.
           SUBTRACT RT-RETURN-AMOUNT FROM LM-UNAPPLIED-FUNDS.
           MOVE LM-UNAPPLIED-FUNDS TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           SET WS-GL-REVERSAL TO TRUE.
           MOVE 'U' TO WS-GL-CATEGORY.
           MOVE RT-RETURN-AMOUNT TO WS-GL-AMOUNT.
           PERFORM 6500-WRITE-GL-WORK.
           MOVE 'N' TO WS-GL-REVERSAL-SW.
           ADD 1 TO WS-UNAPPLIED-REV-COUNT.
           MOVE 'REVERSED FROM UNAPPLIED FUNDS' TO WS-RG-DISPOSITION.
           PERFORM 6100-WRITE-REGISTER-LINE.

      *****************************************************************
      *** The returned-check fee - added to the loan's late fees    ***
      *** due (statements and payoff figures pick it up from there) ***
      *** and booked to fees receivable against NSF fee income.     ***
      *****************************************************************
       5000-ASSESS-NSF-FEE.
           MOVE 'LM-LATE-FEES-DUE' TO AU-FIELD-NAME.
           MOVE LM-LATE-FEES-DUE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE.
           ADD WS-NSF-FEE TO LM-LATE-FEES-DUE.
           MOVE LM-LATE-FEES-DUE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           MOVE 'N' TO WS-GL-CATEGORY.
           MOVE WS-NSF-FEE TO WS-GL-AMOUNT.
           PERFORM 6500-WRITE-GL-WORK.
           ADD 1 TO WS-FEE-COUNT.
           ADD WS-NSF-FEE TO WS-FEE-TOTAL.

       5500-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

       6000-REFER-TO-CASH-DESK.
           ADD 1 TO WS-CASH-DESK-COUNT.
           ADD RT-RETURN-AMOUNT TO WS-CASH-DESK-AMOUNT.
           MOVE SPACES TO WS-RG-DISPOSITION.
           STRING 'CASH DESK - ' DELIMITED BY SIZE
                  WS-CASH-DESK-REASON DELIMITED BY SIZE
               INTO WS-RG-DISPOSITION
           END-STRING.
           PERFORM 6100-WRITE-REGISTER-LINE.

       6100-WRITE-REGISTER-LINE.
           MOVE RT-LOAN-NUMBER TO WS-RG-LOAN-NUMBER.
           MOVE RT-PAYMENT-NUMBER TO WS-RG-PAYMENT-NUMBER.
           MOVE RT-RETURN-AMOUNT TO WS-RG-AMOUNT.
           MOVE RT-BANK-BATCH-NUMBER TO WS-RG-BATCH.
           MOVE RT-RETURN-REASON TO WS-RG-REASON.
           MOVE WS-REGISTER-LINE TO RETURN-REGISTER-LINE.
           WRITE RETURN-REGISTER-LINE.

       6500-WRITE-GL-WORK.
           INITIALIZE GL-WORK-RECORD.
           MOVE 'DBBNSF' TO GW-SOURCE.
           MOVE WS-AS-OF-DATE TO GW-POST-DATE.
           MOVE LM-LOAN-NUMBER TO GW-LOAN-NUMBER.
           MOVE WS-GL-CATEGORY TO GW-CATEGORY.
           MOVE WS-GL-AMOUNT TO GW-AMOUNT.
           IF WS-GL-REVERSAL
               SET GW-ENTRY-REVERSAL TO TRUE
           END-IF.
           WRITE GL-WORK-RECORD.

      *****************************************************************
      *** Returned-payment letter - borrower name and address off   ***
      *** the customer master, the returned item and the fee under  ***
      *** them, one page per returned check.                        ***
      *****************************************************************
       7000-PRINT-RETURN-LETTER.
           PERFORM 7100-LOOK-UP-BORROWER.
           MOVE '1' TO WS-PL-CC.
           MOVE 'NOTICE OF RETURNED PAYMENT' TO WS-PL-TEXT.
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
                  LM-LOAN-NUMBER DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE RT-RETURN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'YOUR PAYMENT OF ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' WAS RETURNED UNPAID BY YOUR BANK.'
                      DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE WS-SAVE-DUE-DATE TO WS-DATE-IN.
           PERFORM 8200-FORMAT-DATE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'THE PAYMENT DUE ' DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
                  ' HAS BEEN REVERSED AND IS NOW UNPAID.'
                      DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE WS-NSF-FEE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'A RETURNED PAYMENT FEE OF ' DELIMITED BY SIZE
                  WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' HAS BEEN CHARGED TO YOUR LOAN.'
                      DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'PLEASE REMIT THE PAYMENT AND FEE IN CERTIFIED FUNDS'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'TO AVOID FURTHER LATE CHARGES.' TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.

       7100-LOOK-UP-BORROWER.
           MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'DBBNSF - CUSTOMER NOT ON MASTER: '
                       CM-CUSTOMER-NUMBER
                   MOVE SPACES TO CUSTOMER-COPY
           END-READ.
           MOVE SPACES TO WS-BORROWER-NAME.
           STRING CM-CUST-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CM-CUST-LAST-NAME DELIMITED BY SIZE
               INTO WS-BORROWER-NAME
           END-STRING.

       8000-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE ' ' TO WS-PL-CC.

       8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.

       8200-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       9999-END-PROGRAM.
           STOP RUN.
