      ***              record to the GLWORK file, like DBBPOST, so   ***
      ***              the end-of-day DBBGLJR journal carries the    ***
      ***              repost activity too.                          ***
      *** 2026-10-15  A reposted item carrying money beyond the P+I ***
      ***              due plus one escrow payment records the      ***
      ***              excess as a curtailment on the history       ***
      ***              record and journals it under the GL          ***
      ***              CURTAILMENT category, as DBBPOST does.       ***
      *** 2026-10-15  The SCRA rate cap DBBPOST applies - a loan     ***
      ***              under an SCRA legal hold in force on the      ***
      ***              original receipt date has the month's         ***
      ***              interest figured at no more than six percent. ***
      *** 2026-10-15  An item marked for REFUND now goes to the      ***
      ***              REFUNDS file as a refund item to the borrower ***
      ***              on its loan, for the DBBCHKI check run to cut ***
      ***              the check. An item whose loan or borrower is  ***
      ***              not on file stays with the cash desk, marked  ***
      ***              so on the register.                           ***
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
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
      *    LEGLHOLD is the legal-hold KSDS keyed by loan number -
      *    the online DBBH screen maintains the same dataset.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMSTR-STATUS.
      *    REFUNDS collects the refund items the DBBCHKI check run
      *    cuts checks for (appended, DISP=MOD), as DBBPAYF does.
           SELECT REFUND-FILE ASSIGN TO REFUNDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 GL-WORK-RECORD.
          COPY EPSMTGLW.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  REFUND-FILE
           LABEL RECORDS ARE STANDARD.
       01 REFUND-RECORD.
          COPY EPSMTDSB.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-SUSPENSE-STATUS          PIC X(2)    VALUE '00'.
           88  WS-SUSPENSE-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-RPSTRPT-OK                      VALUE '00'.
       01 WS-GLWORK-STATUS            PIC X(2)    VALUE '00'.
           88  WS-GLWORK-OK                       VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-REFUNDS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-REFUNDS-OK                      VALUE '00'.
       01 WS-SUSPENSE-EOF-SW          PIC X(1)    VALUE 'N'.
           88  WS-SUSPENSE-EOF                    VALUE 'Y'.
       01 WS-ITEM-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-REFUND-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-REPOSTED-AMOUNT          PIC 9(11)V99 VALUE ZERO.
       01 WS-REFUND-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01 WS-CASH-DESK-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-BORROWER-NAME            PIC X(40)   VALUE SPACES.
       01 WS-POST-LOAN-NUMBER         PIC X(10)   VALUE SPACES.
       01 WS-POST-PAYMENT-NUMBER      PIC 9(3)    VALUE ZERO.
      *    The amount actually applied - the suspense receipt, or
       01 WS-GL-AMOUNT                PIC 9(9)V99 VALUE ZERO.
       01 WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
       01 WS-MONTHLY-RATE             PIC 9V9(6)  VALUE ZERO.
      *    Rate the month's interest is figured at - the note rate,
      *    or the SCRA ceiling while a servicemember's hold runs.
       01 WS-EFFECTIVE-RATE           PIC 9(2)V999 VALUE ZERO.
       01 WS-SCRA-RATE-CAP            PIC 9(2)V999 VALUE 6.000.
       01 WS-INTEREST-PORTION         PIC 9(7)V99 VALUE ZERO.
       01 WS-PRINCIPAL-PORTION        PIC S9(7)V99 VALUE ZERO.
       01 WS-EXCESS-OVER-DUE          PIC S9(7)V99 VALUE ZERO.
       01 WS-ESCROW-PORTION           PIC 9(7)V99 VALUE ZERO.
       01 WS-CURTAILMENT-PORTION      PIC 9(7)V99 VALUE ZERO.
       01 WS-CURTAILMENT-WORK         PIC S9(7)V99 VALUE ZERO.
       01 WS-SCHEDULED-PRINCIPAL      PIC S9(7)V99 VALUE ZERO.
       01 WS-NET-RECEIPT              PIC 9(7)V99 VALUE ZERO.
       01 WS-REGISTER-LINE.
           05  WS-RG-LOAN-NUMBER      PIC X(10).
           05  WS-RG-DISPOSITION      PIC X(40).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN I-O SUSPENSE-FILE.
           OPEN I-O PAYMENT-HISTORY.
           OPEN I-O LOAN-MASTER.
           OPEN OUTPUT REPOST-REGISTER.
           OPEN EXTEND GL-WORK-FILE.
           OPEN INPUT LEGAL-HOLD-FILE.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN EXTEND REFUND-FILE.
           IF NOT WS-SUSPENSE-OK OR NOT WS-PAYHIST-OK
                   OR NOT WS-LOANMSTR-OK
                   OR NOT WS-RPSTRPT-OK
                   OR NOT WS-GLWORK-OK
                   OR NOT WS-LEGLHOLD-OK
                   OR NOT WS-CUSTMSTR-OK
                   OR NOT WS-REFUNDS-OK
               DISPLAY 'DBBRPST - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           CLOSE LOAN-MASTER.
           CLOSE REPOST-REGISTER.
           CLOSE GL-WORK-FILE.
           CLOSE LEGAL-HOLD-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE REFUND-FILE.
           DISPLAY 'DBBRPST - ITEMS WORKED:       ' WS-ITEM-COUNT.
           DISPLAY 'DBBRPST - ITEMS REPOSTED:     ' WS-REPOSTED-COUNT.
           DISPLAY 'DBBRPST - RETURNED TO OPEN:   ' WS-RETURNED-COUNT.
           DISPLAY 'DBBRPST - REFUNDS RELEASED:   ' WS-REFUND-COUNT.
           DISPLAY 'DBBRPST - AMOUNT REPOSTED:    ' WS-REPOSTED-AMOUNT.
           DISPLAY 'DBBRPST - AMOUNT REFUNDED:    ' WS-REFUND-AMOUNT.
           DISPLAY 'DBBRPST - REFUNDS CASH DESK:  ' WS-CASH-DESK-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBRPST - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBRPST - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
           COMPUTE WS-NET-RECEIPT =
               WS-APPLY-AMOUNT - WS-ESCROW-PORTION.

           PERFORM 3250-CHECK-SCRA-CAP THRU 3250-EXIT.
           COMPUTE WS-MONTHLY-RATE =
               WS-EFFECTIVE-RATE / 100 / 12.
           COMPUTE WS-INTEREST-PORTION ROUNDED =
               LM-CURRENT-BALANCE * WS-MONTHLY-RATE.
           COMPUTE WS-PRINCIPAL-PORTION =
               MOVE ZERO TO WS-PRINCIPAL-PORTION
           END-IF.

      *    Curtailment - whatever is left above the P+I due and the
      *    escrow carve-out, never more than the principal portion.
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

           MOVE SU-RECEIPT-DATE TO PH-PAYMENT-DATE.
           MOVE WS-APPLY-AMOUNT TO PH-PAYMENT-AMOUNT.
           MOVE WS-PRINCIPAL-PORTION TO PH-PRINCIPAL-PORTION.
           MOVE WS-CURTAILMENT-PORTION TO PH-CURTAILMENT-AMOUNT.
           IF WS-CURTAILMENT-PORTION > ZERO
               MOVE SU-RECEIPT-DATE TO PH-CURTAILMENT-DATE
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
      *** The SCRA ceiling DBBPOST applies, tested on the date the  ***
      *** receipt originally came in.                               ***
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
                   AND LH-START-DATE NOT > SU-RECEIPT-DATE
                   AND (LH-END-DATE = ZERO
                       OR LH-END-DATE NOT < SU-RECEIPT-DATE)
               MOVE WS-SCRA-RATE-CAP TO WS-EFFECTIVE-RATE
           END-IF.
       3250-EXIT.
           EXIT.

       4000-RETURN-TO-OPEN.
           SET SU-WORK-OPEN TO TRUE.
           REWRITE SUSPENSE-RECORD.
           END-STRING.
           PERFORM 6000-WRITE-REGISTER-LINE.

      *****************************************************************
      *** A refund - the borrower on the loan the item names (the   ***
      *** corrected loan when the desk keyed one) is the payee, and ***
      *** the item goes to the REFUNDS file for the check run.  An  ***
      *** item whose loan or borrower cannot be found is left to    ***
      *** the cash desk to pay by hand, as before.                  ***
      *****************************************************************
       5000-PROCESS-REFUND.
           SET SU-WORK-REFUNDED TO TRUE.
           REWRITE SUSPENSE-RECORD.
           ADD 1 TO WS-REFUND-COUNT.
           ADD SU-RECEIPT-AMOUNT TO WS-REFUND-AMOUNT.
           MOVE SPACES TO WS-BORROWER-NAME.
           IF SU-CORR-LOAN-NUMBER NOT = SPACES
               MOVE SU-CORR-LOAN-NUMBER TO LM-LOAN-NUMBER
           ELSE
               MOVE SU-LOAN-NUMBER TO LM-LOAN-NUMBER
           END-IF.
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING CM-CUST-FIRST-NAME DELIMITED BY '  '
                                  ' ' DELIMITED BY SIZE
                                  CM-CUST-LAST-NAME DELIMITED BY SIZE
                               INTO WS-BORROWER-NAME
                           END-STRING
                   END-READ
           END-READ.
           IF WS-BORROWER-NAME = SPACES
               ADD 1 TO WS-CASH-DESK-COUNT
               MOVE 'REFUND - NO BORROWER, CASH DESK'
                   TO WS-RG-DISPOSITION
           ELSE
               INITIALIZE REFUND-RECORD
               MOVE LM-LOAN-NUMBER TO DS-LOAN-NUMBER
               SET DS-TYPE-REFUND TO TRUE
               MOVE WS-BORROWER-NAME TO DS-PAYEE-NAME
               MOVE SU-RECEIPT-DATE TO DS-DUE-DATE
               MOVE SU-RECEIPT-AMOUNT TO DS-DISBURSE-AMOUNT
               MOVE ZERO TO DS-PAID-DATE
               SET DS-CHECK-DUE TO TRUE
               WRITE REFUND-RECORD
               MOVE 'REFUND TO BORROWER - CHECK RUN'
                   TO WS-RG-DISPOSITION
           END-IF.
           PERFORM 6000-WRITE-REGISTER-LINE.

       6500-WRITE-GL-WORK.
