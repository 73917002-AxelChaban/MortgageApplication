  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBDRFT.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Daily autodraft (ACH debit) origination, ***
      ***              run in DBBDAILY after DBBRCST.  Walks the     ***
      ***              enrollment file; for each active enrollment   ***
      ***              whose next open payment (the pending or       ***
      ***              missed history record DBBBILL built) reaches  ***
      ***              the borrower's draft day by the next business ***
      ***              day's settlement date (weekends and the       ***
      ***              holidays on the BUSDATE control file passed   ***
      ***              over), it writes a PPD debit entry for the    ***
      ***              P+I due plus the escrow payment to the NACHA  ***
      ***              file for the bank, with batch and file        ***
      ***              controls, and the same item to ACHSETL as a   ***
      ***              lockbox-shaped settlement batch.  The next    ***
      ***              day's DBBLBXV reads ACHSETL with the bank's   ***
      ***              lockbox, so the drafts post through DBBPOST   ***
      ***              on the settlement date; a draft the bank      ***
      ***              returns comes back on the returns file to     ***
      ***              DBBNSF like a returned check.  The register   ***
      ***              lists every draft and every active enrollment ***
      ***              that could not be drafted.  The as-of date    ***
      ***              defaults to the business date on the BUSDATE  ***
      ***              control file; a PARM date overrides it.       ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-ENROLLMENT ASSIGN TO ACHENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-LOAN-NUMBER
               FILE STATUS IS WS-ACHENRL-STATUS.
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
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
      *    ACHORIG is the NACHA file transmitted to the originating
      *    bank; ACHSETL is the same drafts as a lockbox batch (LRECL
      *    47) for tomorrow's DBBLBXV.
           SELECT NACHA-FILE ASSIGN TO ACHORIG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHORIG-STATUS.
           SELECT SETTLEMENT-FILE ASSIGN TO ACHSETL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHSETL-STATUS.
           SELECT DRAFT-REGISTER ASSIGN TO DRFTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DRFTRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  ACH-ENROLLMENT
           LABEL RECORDS ARE STANDARD.
       01 ACH-ENROLLMENT-RECORD.
          COPY EPSMTACH.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  PAYMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  NACHA-FILE
           LABEL RECORDS ARE STANDARD.
       01 NACHA-RECORD.
          COPY EPSMTNCH.
       FD  SETTLEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01 SETTLEMENT-RECORD.
          COPY EPSMTLBX.
       FD  DRAFT-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 DRAFT-REGISTER-LINE         PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-ACHENRL-STATUS           PIC X(2)    VALUE '00'.
           88  WS-ACHENRL-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-ACHORIG-STATUS           PIC X(2)    VALUE '00'.
           88  WS-ACHORIG-OK                      VALUE '00'.
       01 WS-ACHSETL-STATUS           PIC X(2)    VALUE '00'.
           88  WS-ACHSETL-OK                      VALUE '00'.
       01 WS-DRFTRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-DRFTRPT-OK                      VALUE '00'.
       01 WS-ENROLL-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-ENROLL-EOF                      VALUE 'Y'.
       01 WS-BROWSE-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-EOF                      VALUE 'Y'.
       01 WS-OPEN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-OPEN-FOUND                      VALUE 'Y'.
       01 WS-ENROLL-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-INACTIVE-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-NOT-DUE-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-EXCEPTION-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-DRAFT-COUNT              PIC 9(6)    VALUE ZERO.
       01 WS-DRAFT-TOTAL              PIC 9(10)V99 VALUE ZERO.
       01 WS-RDFI-ID-SUM              PIC 9(12)   VALUE ZERO.
      *    The entry hash is the low ten digits of the RDFI ID sum.
       01 WS-ENTRY-HASH               PIC 9(10)   VALUE ZERO.
       01 WS-NACHA-RECORDS            PIC 9(7)    VALUE ZERO.
       01 WS-BLOCK-COUNT              PIC 9(6)    VALUE ZERO.
       01 WS-BLOCK-REMAINDER          PIC 9(2)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
      *    Drafts originated today settle the next business day -
      *    the effective entry date on the batch and the receipt
      *    date the settlement batch posts under.
       01 WS-SETTLE-DATE              PIC 9(8)    VALUE ZERO.
      *    Business-day stepping for the settlement date.
       01 WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
           88  WS-BUSINESS-DAY                    VALUE 'Y'.
       01 WS-DAY-DATE                 PIC 9(8)    VALUE ZERO.
       01 WS-DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       01 WS-WEEK-COUNT               PIC S9(9)   VALUE ZERO.
      *    Day of the week off the day integer: 1 = Monday ...
      *    6 = Saturday, 0 = Sunday.
       01 WS-DAY-OF-WEEK              PIC 9(1)    VALUE ZERO.
       01 WS-HOL-SUB                  PIC S9(4) COMP VALUE ZERO.
       01 WS-DRAFT-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-DRAFT-DATE-X REDEFINES WS-DRAFT-DATE.
           05  WS-DRAFT-YYYYMM        PIC 9(6).
           05  WS-DRAFT-DD            PIC 9(2).
      *    An open payment whose draft date fell more than a week
      *    back is left to the collection desk rather than caught
      *    up automatically - the borrower did not authorize it.
       01 WS-DRAFT-WINDOW-DAYS        PIC 9(3)    VALUE 7.
       01 WS-DRAFT-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01 WS-SKIP-REASON              PIC X(24)   VALUE SPACES.
       01 WS-SETTLE-BATCH-NUMBER      PIC X(6)    VALUE SPACES.
      *    Originating bank and company - fixed by the ACH
      *    agreement with the bank.
       01 WS-ODFI-ID                  PIC 9(8)    VALUE 06100010.
       01 WS-IMMEDIATE-DESTINATION    PIC X(10)   VALUE ' 061000104'.
       01 WS-IMMEDIATE-ORIGIN         PIC X(10)   VALUE '1591234567'.
       01 WS-DESTINATION-NAME         PIC X(23)
           VALUE 'FIRST NATIONAL BANK'.
       01 WS-ORIGIN-NAME              PIC X(23)
           VALUE 'MORTGAGE LOAN SERVICING'.
       01 WS-COMPANY-NAME             PIC X(16)
           VALUE 'MORTGAGE SVCG'.
       01 WS-COMPANY-ID               PIC X(10)   VALUE '1591234567'.
       01 WS-REGISTER-HEADER.
           05  FILLER                 PIC X(12)   VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(5)    VALUE 'PMT'.
           05  FILLER                 PIC X(10)   VALUE 'DUE'.
           05  FILLER                 PIC X(10)   VALUE 'DRAFT'.
           05  FILLER                 PIC X(12)   VALUE '     AMOUNT'.
           05  FILLER                 PIC X(11)   VALUE 'TRACE SEQ'.
           05  FILLER                 PIC X(30)   VALUE 'DISPOSITION'.
       01 WS-REGISTER-LINE.
           05  WS-RG-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-PAYMENT-NUMBER   PIC 9(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DUE-DATE         PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DRAFT-DATE       PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-TRACE            PIC X(9).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RG-DISPOSITION      PIC X(30).
       01 WS-TOTAL-LINE.
           05  FILLER                 PIC X(16)   VALUE
               'DRAFTS SETTLING '.
           05  WS-TL-SETTLE-DATE      PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE ': '.
           05  WS-TL-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-AS-OF-DATE      PIC 9(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-AS-OF-DATE IS NUMERIC
               MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-DAY-DATE.
           PERFORM 8000-NEXT-BUSINESS-DAY.
           MOVE WS-DAY-DATE TO WS-SETTLE-DATE.
           STRING 'AD' DELIMITED BY SIZE
                  WS-SETTLE-DATE(5:4) DELIMITED BY SIZE
               INTO WS-SETTLE-BATCH-NUMBER
           END-STRING.

           OPEN I-O ACH-ENROLLMENT.
           OPEN INPUT LOAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PAYMENT-HISTORY.
           OPEN OUTPUT NACHA-FILE.
           OPEN OUTPUT SETTLEMENT-FILE.
           OPEN OUTPUT DRAFT-REGISTER.
           IF NOT WS-ACHENRL-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-CUSTMSTR-OK OR NOT WS-PAYHIST-OK
                   OR NOT WS-ACHORIG-OK OR NOT WS-ACHSETL-OK
                   OR NOT WS-DRFTRPT-OK
               DISPLAY 'DBBDRFT - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE WS-REGISTER-HEADER TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.

           PERFORM 1000-READ-ENROLLMENT.
           PERFORM UNTIL WS-ENROLL-EOF
               ADD 1 TO WS-ENROLL-COUNT
               PERFORM 2000-WORK-ENROLLMENT THRU 2000-EXIT
               PERFORM 1000-READ-ENROLLMENT
           END-PERFORM.

           IF WS-DRAFT-COUNT > ZERO
               PERFORM 7000-WRITE-CONTROLS
           END-IF.
           MOVE WS-SETTLE-DATE TO WS-TL-SETTLE-DATE.
           MOVE WS-DRAFT-COUNT TO WS-TL-COUNT.
           MOVE WS-DRAFT-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.

           CLOSE ACH-ENROLLMENT.
           CLOSE LOAN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE PAYMENT-HISTORY.
           CLOSE NACHA-FILE.
           CLOSE SETTLEMENT-FILE.
           CLOSE DRAFT-REGISTER.
           DISPLAY 'DBBDRFT - ENROLLMENTS READ:   ' WS-ENROLL-COUNT.
           DISPLAY 'DBBDRFT - NOT ACTIVE:         ' WS-INACTIVE-COUNT.
           DISPLAY 'DBBDRFT - NOTHING DUE:        ' WS-NOT-DUE-COUNT.
           DISPLAY 'DBBDRFT - EXCEPTIONS:         ' WS-EXCEPTION-COUNT.
           DISPLAY 'DBBDRFT - DRAFTS ORIGINATED:  ' WS-DRAFT-COUNT.
           DISPLAY 'DBBDRFT - DRAFT TOTAL:        ' WS-DRAFT-TOTAL.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBDRFT - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBDRFT - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-ENROLLMENT.
           READ ACH-ENROLLMENT
               AT END
                   SET WS-ENROLL-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One enrollment - an active one whose loan is still live   ***
      *** is drafted for its oldest open payment once that          ***
      *** payment's draft date (its due month on the borrower's     ***
      *** draft day) is reached by the settlement date.  A payment  ***
      *** already drafted is never drafted again, so a returned     ***
      *** draft is not re-presented without the desk.               ***
      *****************************************************************
       2000-WORK-ENROLLMENT.
           IF NOT AD-STATUS-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO PH-PAYMENT-NUMBER.
           MOVE ZERO TO PH-DUE-DATE.
           MOVE ZERO TO WS-DRAFT-DATE.
           MOVE ZERO TO WS-DRAFT-AMOUNT.
           MOVE AD-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'LOAN NOT ON MASTER' TO WS-SKIP-REASON
                   PERFORM 6000-SKIP-DRAFT
                   GO TO 2000-EXIT
           END-READ.
           IF LM-STATUS-PAID-OFF
               MOVE 'LOAN PAID OFF' TO WS-SKIP-REASON
               PERFORM 6000-SKIP-DRAFT
               GO TO 2000-EXIT
           END-IF.
           IF LM-STATUS-FORECLOSURE
               MOVE 'LOAN IN FORECLOSURE' TO WS-SKIP-REASON
               PERFORM 6000-SKIP-DRAFT
               GO TO 2000-EXIT
           END-IF.
           IF LM-EDIT-REJECTED
               MOVE 'LOAN FAILED EDIT' TO WS-SKIP-REASON
               PERFORM 6000-SKIP-DRAFT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FIND-OPEN-PAYMENT.
           IF NOT WS-OPEN-FOUND
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF PH-PAYMENT-NUMBER = AD-LAST-DRAFT-PAYMENT
                   AND AD-LAST-DRAFT-DATE > ZERO
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-EXIT
           END-IF.
           MOVE PH-DUE-DATE TO WS-DRAFT-DATE.
           MOVE AD-DRAFT-DAY TO WS-DRAFT-DD.
           IF WS-DRAFT-DATE > WS-SETTLE-DATE
               ADD 1 TO WS-NOT-DUE-COUNT
               GO TO 2000-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(WS-DRAFT-DATE)
                   < FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
                       - WS-DRAFT-WINDOW-DAYS
               MOVE 'PAST DRAFT WINDOW' TO WS-SKIP-REASON
               PERFORM 6000-SKIP-DRAFT
               GO TO 2000-EXIT
           END-IF.
           COMPUTE WS-DRAFT-AMOUNT =
               PH-AMOUNT-DUE + LM-ESCROW-PAYMENT.
           IF WS-DRAFT-AMOUNT = ZERO
               MOVE 'NOTHING TO DRAFT' TO WS-SKIP-REASON
               PERFORM 6000-SKIP-DRAFT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 3000-ORIGINATE-DRAFT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Browse the loan's history group for its oldest payment    ***
      *** not yet paid - pending or missed.                         ***
      *****************************************************************
       2100-FIND-OPEN-PAYMENT.
           MOVE 'N' TO WS-OPEN-FOUND-SW.
           MOVE 'N' TO WS-BROWSE-EOF-SW.
           MOVE AD-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE ZERO TO PH-PAYMENT-NUMBER.
           START PAYMENT-HISTORY KEY IS NOT LESS THAN PH-RECORD-KEY
               INVALID KEY
                   SET WS-BROWSE-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF OR WS-OPEN-FOUND
               READ PAYMENT-HISTORY NEXT
                   AT END
                       SET WS-BROWSE-EOF TO TRUE
               END-READ
               IF NOT WS-BROWSE-EOF
                   IF PH-LOAN-NUMBER NOT = AD-LOAN-NUMBER
                       SET WS-BROWSE-EOF TO TRUE
                   ELSE
                       IF NOT PH-STATUS-PAID
                           SET WS-OPEN-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *****************************************************************
      *** Draft it - the NACHA debit entry, the matching settlement ***
      *** item, the enrollment's last-draft stamp and the register. ***
      *****************************************************************
       3000-ORIGINATE-DRAFT.
           IF WS-DRAFT-COUNT = ZERO
               PERFORM 3100-WRITE-HEADERS
           END-IF.
           ADD 1 TO WS-DRAFT-COUNT.
           ADD WS-DRAFT-AMOUNT TO WS-DRAFT-TOTAL.
           ADD AD-RDFI-ID TO WS-RDFI-ID-SUM.

           MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE SPACES TO CM-CUSTOMER-NAME
           END-READ.
           MOVE SPACES TO NACHA-RECORD.
           SET NA-TYPE-ENTRY TO TRUE.
           IF AD-ACCOUNT-SAVINGS
               MOVE 37 TO NA-ED-TRANSACTION-CODE
           ELSE
               MOVE 27 TO NA-ED-TRANSACTION-CODE
           END-IF.
           MOVE AD-RDFI-ID TO NA-ED-RDFI-ID.
           MOVE AD-RDFI-CHECK-DIGIT TO NA-ED-CHECK-DIGIT.
           MOVE AD-ACCOUNT-NUMBER TO NA-ED-DFI-ACCOUNT.
           MOVE WS-DRAFT-AMOUNT TO NA-ED-AMOUNT.
           MOVE AD-LOAN-NUMBER TO NA-ED-INDIVIDUAL-ID.
           STRING CM-CUST-LAST-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CM-CUST-FIRST-NAME DELIMITED BY SPACE
               INTO NA-ED-INDIVIDUAL-NAME
           END-STRING.
           MOVE ZERO TO NA-ED-ADDENDA-IND.
           MOVE WS-ODFI-ID TO NA-ED-TRACE-ODFI.
           MOVE WS-DRAFT-COUNT TO NA-ED-TRACE-SEQ.
           WRITE NACHA-RECORD.
           ADD 1 TO WS-NACHA-RECORDS.

           MOVE SPACES TO SETTLEMENT-RECORD.
           SET LB-TYPE-DETAIL TO TRUE.
           MOVE AD-LOAN-NUMBER TO LB-LOAN-NUMBER.
           MOVE PH-PAYMENT-NUMBER TO LB-PAYMENT-NUMBER.
           MOVE WS-SETTLE-DATE TO LB-RECEIPT-DATE.
           MOVE WS-DRAFT-AMOUNT TO LB-RECEIPT-AMOUNT.
           MOVE WS-SETTLE-BATCH-NUMBER TO LB-BANK-BATCH-NUMBER.
           WRITE SETTLEMENT-RECORD.

           MOVE PH-PAYMENT-NUMBER TO AD-LAST-DRAFT-PAYMENT.
           MOVE WS-SETTLE-DATE TO AD-LAST-DRAFT-DATE.
           MOVE WS-DRAFT-AMOUNT TO AD-LAST-DRAFT-AMOUNT.
           REWRITE ACH-ENROLLMENT-RECORD
               INVALID KEY
                   DISPLAY 'DBBDRFT - REWRITE FAILED FOR: '
                       AD-LOAN-NUMBER
           END-REWRITE.

           MOVE NA-ED-TRACE-SEQ TO WS-RG-TRACE.
           MOVE 'DRAFTED' TO WS-RG-DISPOSITION.
           PERFORM 6100-WRITE-REGISTER-LINE.

      *    First draft of the day opens the NACHA file and its one
      *    PPD batch, and the settlement batch - a day with no drafts
      *    leaves both files empty.
       3100-WRITE-HEADERS.
           MOVE SPACES TO NACHA-RECORD.
           SET NA-TYPE-FILE-HEADER TO TRUE.
           MOVE '01' TO NA-FH-PRIORITY-CODE.
           MOVE WS-IMMEDIATE-DESTINATION TO NA-FH-DESTINATION.
           MOVE WS-IMMEDIATE-ORIGIN TO NA-FH-ORIGIN.
           MOVE WS-TIMESTAMP(3:6) TO NA-FH-CREATION-DATE.
           MOVE WS-TIMESTAMP(9:4) TO NA-FH-CREATION-TIME.
           MOVE 'A' TO NA-FH-FILE-ID-MODIFIER.
           MOVE '094' TO NA-FH-RECORD-SIZE.
           MOVE '10' TO NA-FH-BLOCKING-FACTOR.
           MOVE '1' TO NA-FH-FORMAT-CODE.
           MOVE WS-DESTINATION-NAME TO NA-FH-DESTINATION-NAME.
           MOVE WS-ORIGIN-NAME TO NA-FH-ORIGIN-NAME.
           WRITE NACHA-RECORD.

           MOVE SPACES TO NACHA-RECORD.
           SET NA-TYPE-BATCH-HEADER TO TRUE.
           MOVE 225 TO NA-BH-SERVICE-CLASS.
           MOVE WS-COMPANY-NAME TO NA-BH-COMPANY-NAME.
           MOVE WS-COMPANY-ID TO NA-BH-COMPANY-ID.
           MOVE 'PPD' TO NA-BH-SEC-CODE.
           MOVE 'MTG PYMT' TO NA-BH-ENTRY-DESC.
           MOVE WS-SETTLE-DATE(3:6) TO NA-BH-EFFECTIVE-DATE.
           MOVE '1' TO NA-BH-ORIGINATOR-STAT.
           MOVE WS-ODFI-ID TO NA-BH-ODFI-ID.
           MOVE 1 TO NA-BH-BATCH-NUMBER.
           WRITE NACHA-RECORD.
           MOVE 2 TO WS-NACHA-RECORDS.

           MOVE SPACES TO SETTLEMENT-RECORD.
           SET LB-TYPE-HEADER TO TRUE.
           MOVE WS-SETTLE-BATCH-NUMBER TO LB-HDR-BATCH-NUMBER.
           MOVE WS-SETTLE-DATE TO LB-HDR-DEPOSIT-DATE.
           WRITE SETTLEMENT-RECORD.

       6000-SKIP-DRAFT.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO WS-RG-TRACE.
           MOVE SPACES TO WS-RG-DISPOSITION.
           STRING 'NOT DRAFTED - ' DELIMITED BY SIZE
                  WS-SKIP-REASON DELIMITED BY SIZE
               INTO WS-RG-DISPOSITION
           END-STRING.
           PERFORM 6100-WRITE-REGISTER-LINE.

       6100-WRITE-REGISTER-LINE.
           MOVE AD-LOAN-NUMBER TO WS-RG-LOAN-NUMBER.
           MOVE PH-PAYMENT-NUMBER TO WS-RG-PAYMENT-NUMBER.
           MOVE PH-DUE-DATE TO WS-RG-DUE-DATE.
           MOVE WS-DRAFT-DATE TO WS-RG-DRAFT-DATE.
           MOVE WS-DRAFT-AMOUNT TO WS-RG-AMOUNT.
           MOVE WS-REGISTER-LINE TO DRAFT-REGISTER-LINE.
           WRITE DRAFT-REGISTER-LINE.

      *****************************************************************
      *** Close the batch and the file - entry count, entry hash    ***
      *** and debit total on both controls - pad the NACHA file to  ***
      *** a full block of ten, and trail the settlement batch with  ***
      *** its count and total for DBBLBXV to verify.                ***
      *****************************************************************
       7000-WRITE-CONTROLS.
           MOVE WS-RDFI-ID-SUM TO WS-ENTRY-HASH.
           MOVE SPACES TO NACHA-RECORD.
           SET NA-TYPE-BATCH-CONTROL TO TRUE.
           MOVE 225 TO NA-BC-SERVICE-CLASS.
           MOVE WS-DRAFT-COUNT TO NA-BC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO NA-BC-ENTRY-HASH.
           MOVE WS-DRAFT-TOTAL TO NA-BC-TOTAL-DEBIT.
           MOVE ZERO TO NA-BC-TOTAL-CREDIT.
           MOVE WS-COMPANY-ID TO NA-BC-COMPANY-ID.
           MOVE WS-ODFI-ID TO NA-BC-ODFI-ID.
           MOVE 1 TO NA-BC-BATCH-NUMBER.
           WRITE NACHA-RECORD.
           ADD 2 TO WS-NACHA-RECORDS.
           DIVIDE WS-NACHA-RECORDS BY 10 GIVING WS-BLOCK-COUNT
               REMAINDER WS-BLOCK-REMAINDER.
           IF WS-BLOCK-REMAINDER > ZERO
               ADD 1 TO WS-BLOCK-COUNT
           END-IF.

           MOVE SPACES TO NACHA-RECORD.
           SET NA-TYPE-FILE-CONTROL TO TRUE.
           MOVE 1 TO NA-FC-BATCH-COUNT.
           MOVE WS-BLOCK-COUNT TO NA-FC-BLOCK-COUNT.
           MOVE WS-DRAFT-COUNT TO NA-FC-ENTRY-COUNT.
           MOVE WS-ENTRY-HASH TO NA-FC-ENTRY-HASH.
           MOVE WS-DRAFT-TOTAL TO NA-FC-TOTAL-DEBIT.
           MOVE ZERO TO NA-FC-TOTAL-CREDIT.
           WRITE NACHA-RECORD.

           PERFORM UNTIL WS-NACHA-RECORDS
                   NOT < WS-BLOCK-COUNT * 10
               MOVE ALL '9' TO NACHA-RECORD
               WRITE NACHA-RECORD
               ADD 1 TO WS-NACHA-RECORDS
           END-PERFORM.

           MOVE SPACES TO SETTLEMENT-RECORD.
           SET LB-TYPE-TRAILER TO TRUE.
           MOVE WS-SETTLE-BATCH-NUMBER TO LB-TRL-BATCH-NUMBER.
           MOVE WS-DRAFT-COUNT TO LB-TRL-ITEM-COUNT.
           MOVE WS-DRAFT-TOTAL TO LB-TRL-TOTAL-AMOUNT.
           WRITE SETTLEMENT-RECORD.

      *****************************************************************
      *** Step WS-DAY-DATE forward to the next business day, passing ***
      *** over weekends and the holidays on the business-date file. ***
      *****************************************************************
       8000-NEXT-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM UNTIL WS-BUSINESS-DAY
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + 1
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               PERFORM 8100-CHECK-BUSINESS-DAY
           END-PERFORM.

       8100-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > BD-HOLIDAY-COUNT
               IF BD-HOLIDAY-DATE (WS-HOL-SUB) = WS-DAY-DATE
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.

       9999-END-PROGRAM.
           STOP RUN.
