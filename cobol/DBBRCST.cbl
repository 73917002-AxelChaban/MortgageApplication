  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBRCST.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Borrower-requested recast, run in        ***
      ***              DBBDAILY ahead of DBBAMRT.  A borrower who    ***
      ***              has paid a curtailment can ask for the lower  ***
      ***              balance to be re-amortized over the months    ***
      ***              left on the original term, so the monthly     ***
      ***              payment comes down instead of the loan paying ***
      ***              off early.  Each request the desk keys is     ***
      ***              edited (current loan, a balance left, at      ***
      ***              least two payments to go, a payment that      ***
      ***              actually drops), the accepted ones get        ***
      ***              LM-RECAST-DATE stamped and audited - DBBAMRT  ***
      ***              rebuilds the schedule from there - and the    ***
      ***              history records already billed at the old     ***
      ***              payment are brought down to the new one.      ***
      ***              Every request prints on the register with the ***
      ***              old and new principal and interest.  The      ***
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
      *    RCSTREQ is the day's recast requests from the servicing
      *    desk, one record per signed request, in no order.
           SELECT RECAST-REQUEST ASSIGN TO RCSTREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCSTREQ-STATUS.
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
           SELECT RECAST-REGISTER ASSIGN TO RCSTRGST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCSTRGST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  RECAST-REQUEST
           LABEL RECORDS ARE STANDARD.
       01 RECAST-REQUEST-RECORD.
          COPY EPSMTRCQ.
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
       FD  RECAST-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 RECAST-REGISTER-LINE        PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-RCSTREQ-STATUS           PIC X(2)    VALUE '00'.
           88  WS-RCSTREQ-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-RCSTRGST-STATUS          PIC X(2)    VALUE '00'.
           88  WS-RCSTRGST-OK                     VALUE '00'.
       01 WS-REQUEST-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-REQUEST-EOF                     VALUE 'Y'.
       01 WS-BROWSE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01 WS-REQUEST-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-RECAST-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-RESET-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
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
       01 WS-MONTHS-LEFT              PIC S9(5)   VALUE ZERO.
       01 WS-MONTHLY-RATE             PIC 9V9(6)  VALUE ZERO.
       01 WS-GROWTH-FACTOR            PIC 9(4)V9(10) VALUE ZERO.
       01 WS-FACTOR-INDEX             PIC 9(3)    VALUE ZERO.
       01 WS-OLD-PAYMENT              PIC 9(7)V99 VALUE ZERO.
       01 WS-NEW-PAYMENT              PIC 9(7)V99 VALUE ZERO.
       01 WS-REJECT-REASON            PIC X(21)   VALUE SPACES.
       01 WS-REGISTER-HEADER.
           05  FILLER                 PIC X(12)   VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(10)   VALUE 'REQUESTED'.
           05  FILLER                 PIC X(16)
                                      VALUE '     BALANCE'.
           05  FILLER                 PIC X(6)    VALUE 'LEFT'.
           05  FILLER                 PIC X(12)   VALUE '  OLD P+I'.
           05  FILLER                 PIC X(12)   VALUE '  NEW P+I'.
           05  FILLER                 PIC X(32)   VALUE 'DISPOSITION'.
       01 WS-REGISTER-LINE.
           05  WS-RG-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-REQUEST-DATE     PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-MONTHS-LEFT      PIC ZZ9.
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  WS-RG-OLD-PAYMENT      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-NEW-PAYMENT      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DISPOSITION      PIC X(32).
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

           OPEN INPUT RECAST-REQUEST.
           OPEN I-O LOAN-MASTER.
           OPEN I-O PAYMENT-HISTORY.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT RECAST-REGISTER.
           IF NOT WS-RCSTREQ-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-PAYHIST-OK OR NOT WS-AUDITLOG-OK
                   OR NOT WS-RCSTRGST-OK
               DISPLAY 'DBBRCST - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE WS-REGISTER-HEADER TO RECAST-REGISTER-LINE.
           WRITE RECAST-REGISTER-LINE.

           PERFORM 1000-READ-REQUEST.
           PERFORM UNTIL WS-REQUEST-EOF
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 2000-WORK-REQUEST THRU 2000-EXIT
               PERFORM 1000-READ-REQUEST
           END-PERFORM.

           CLOSE RECAST-REQUEST.
           CLOSE LOAN-MASTER.
           CLOSE PAYMENT-HISTORY.
           CLOSE AUDIT-FILE.
           CLOSE RECAST-REGISTER.
           DISPLAY 'DBBRCST - REQUESTS READ:      ' WS-REQUEST-COUNT.
           DISPLAY 'DBBRCST - LOANS RECAST:       ' WS-RECAST-COUNT.
           DISPLAY 'DBBRCST - REQUESTS REJECTED:  ' WS-REJECT-COUNT.
           DISPLAY 'DBBRCST - OPEN PAYMENTS RESET:' WS-RESET-COUNT.
           DISPLAY 'DBBRCST - AUDIT RECORDS OUT:  ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBRCST - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBRCST - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-REQUEST.
           READ RECAST-REQUEST
               AT END
                   SET WS-REQUEST-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One request - edit the loan, work out the payment the     ***
      *** lowered balance carries over the months left and accept   ***
      *** the recast only when that payment is below the one the    ***
      *** borrower is paying now.  A rejected request changes       ***
      *** nothing; the desk works it from the register.             ***
      *****************************************************************
       2000-WORK-REQUEST.
           MOVE ZERO TO WS-MONTHS-LEFT.
           MOVE ZERO TO WS-OLD-PAYMENT.
           MOVE ZERO TO WS-NEW-PAYMENT.
           MOVE RQ-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE ZERO TO LM-CURRENT-BALANCE
                   MOVE 'LOAN NOT ON MASTER' TO WS-REJECT-REASON
                   PERFORM 6000-REJECT-REQUEST
                   GO TO 2000-EXIT
           END-READ.
           IF LM-EDIT-REJECTED
               MOVE 'LOAN FAILED EDIT' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           IF NOT LM-STATUS-CURRENT
               MOVE 'LOAN NOT CURRENT' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           IF LM-CURRENT-BALANCE = ZERO
                   OR LM-CURRENT-BALANCE NOT < LM-ORIGINAL-PRINCIPAL
               MOVE 'NO PRINCIPAL PAID DOWN'
                   TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           IF LM-RECAST-DATE = WS-AS-OF-DATE
               MOVE 'ALREADY RECAST TODAY' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE.
           COMPUTE WS-ELAPSED-MONTHS =
               ((WS-AS-OF-YYYY - WS-ORIG-YYYY) * 12)
                   + WS-AS-OF-MM - WS-ORIG-MM.
           COMPUTE WS-MONTHS-LEFT =
               LM-TERM-MONTHS - WS-ELAPSED-MONTHS.
           IF WS-ELAPSED-MONTHS NOT > ZERO OR WS-MONTHS-LEFT < 2
               MOVE 'UNDER TWO PAYMENTS LEFT'
                   TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-CURRENT-PAYMENT.
           IF WS-OLD-PAYMENT = ZERO
               MOVE 'NO PAYMENT HISTORY' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-COMPUTE-NEW-PAYMENT.
           IF WS-NEW-PAYMENT NOT < WS-OLD-PAYMENT
               MOVE 'NEW PAYMENT NOT LOWER' TO WS-REJECT-REASON
               PERFORM 6000-REJECT-REQUEST
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-ACCEPT-RECAST.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Browse the loan's history group - the newest record's     ***
      *** amount due is the principal and interest the borrower is  ***
      *** paying now (zero when the loan has no history yet).       ***
      *****************************************************************
       2100-FIND-CURRENT-PAYMENT.
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
                       MOVE PH-AMOUNT-DUE TO WS-OLD-PAYMENT
                   ELSE
                       SET WS-BROWSE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Level payment on the current balance over the months left ***
      *** at the loan's rate - P * r * g / (g - 1), g = (1 + r)**n. ***
      *****************************************************************
       2200-COMPUTE-NEW-PAYMENT.
           COMPUTE WS-MONTHLY-RATE =
               LM-INTEREST-RATE / 100 / 12.
           MOVE 1 TO WS-GROWTH-FACTOR.
           PERFORM VARYING WS-FACTOR-INDEX FROM 1 BY 1
                   UNTIL WS-FACTOR-INDEX > WS-MONTHS-LEFT
               COMPUTE WS-GROWTH-FACTOR =
                   WS-GROWTH-FACTOR * (1 + WS-MONTHLY-RATE)
           END-PERFORM.
           COMPUTE WS-NEW-PAYMENT ROUNDED =
               LM-CURRENT-BALANCE * WS-MONTHLY-RATE
                   * WS-GROWTH-FACTOR / (WS-GROWTH-FACTOR - 1).

      *****************************************************************
      *** Accepted - stamp the recast date (DBBAMRT sees it differ  ***
      *** from its snapshot and re-amortizes tonight), audit it and ***
      *** bring any open history records billed at the old payment  ***
      *** down to the new one.                                      ***
      *****************************************************************
       3000-ACCEPT-RECAST.
           MOVE 'LM-RECAST-DATE' TO AU-FIELD-NAME.
           MOVE LM-RECAST-DATE TO AU-OLD-VALUE.
           MOVE WS-AS-OF-DATE TO LM-RECAST-DATE.
           MOVE LM-RECAST-DATE TO AU-NEW-VALUE.
           PERFORM 5500-WRITE-AUDIT-RECORD.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBRCST - REWRITE FAILED FOR: '
                       LM-LOAN-NUMBER
           END-REWRITE.
           PERFORM 3100-RESET-OPEN-PAYMENTS.
           ADD 1 TO WS-RECAST-COUNT.
           MOVE 'RECAST - PAYMENT LOWERED' TO WS-RG-DISPOSITION.
           PERFORM 6100-WRITE-REGISTER-LINE.

       3100-RESET-OPEN-PAYMENTS.
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
                       PERFORM 3200-RESET-ONE-PAYMENT
                   ELSE
                       SET WS-BROWSE-EOF TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       3200-RESET-ONE-PAYMENT.
           IF PH-STATUS-PENDING AND PH-AMOUNT-DUE > WS-NEW-PAYMENT
               MOVE WS-NEW-PAYMENT TO PH-AMOUNT-DUE
               REWRITE PAYMENT-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY 'DBBRCST - HISTORY REWRITE FAILED: '
                           PH-RECORD-KEY
               END-REWRITE
               ADD 1 TO WS-RESET-COUNT
           END-IF.

       5500-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           IF RQ-USER-ID NOT = SPACES
               MOVE RQ-USER-ID TO AU-USER-ID
           ELSE
               MOVE LS-PARM-USER-ID TO AU-USER-ID
           END-IF.
           MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

       6000-REJECT-REQUEST.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO WS-RG-DISPOSITION.
           STRING 'REJECTED - ' DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RG-DISPOSITION
           END-STRING.
           PERFORM 6100-WRITE-REGISTER-LINE.

       6100-WRITE-REGISTER-LINE.
           MOVE RQ-LOAN-NUMBER TO WS-RG-LOAN-NUMBER.
           MOVE RQ-REQUEST-DATE TO WS-RG-REQUEST-DATE.
           MOVE LM-CURRENT-BALANCE TO WS-RG-BALANCE.
           IF WS-MONTHS-LEFT > ZERO
               MOVE WS-MONTHS-LEFT TO WS-RG-MONTHS-LEFT
           ELSE
               MOVE ZERO TO WS-RG-MONTHS-LEFT
           END-IF.
           MOVE WS-OLD-PAYMENT TO WS-RG-OLD-PAYMENT.
           MOVE WS-NEW-PAYMENT TO WS-RG-NEW-PAYMENT.
           MOVE WS-REGISTER-LINE TO RECAST-REGISTER-LINE.
           WRITE RECAST-REGISTER-LINE.

       9999-END-PROGRAM.
           STOP RUN.
