  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBTLRB.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Closes the day's phone/teller receipts,  ***
      ***              run in DBBDAILY ahead of DBBLBXV.  Reads the  ***
      ***              receipts the DBBT screen queued (TLRQ, sorted ***
      ***              by user ID and entry time) and writes them to ***
      ***              BRNCHBT as one branch batch in the lockbox    ***
      ***              shape - header, details, trailer with count   ***
      ***              and total - numbered BR plus the business     ***
      ***              date's MMDD.  DBBLBXV reads BRNCHBT behind    ***
      ***              the bank's lockbox, so the receipts are       ***
      ***              verified, posted by DBBPOST and tallied on    ***
      ***              the deposit reconciliation as their own       ***
      ***              batch.  The teller balancing report lists     ***
      ***              every receipt by user ID with each user's     ***
      ***              count and dollars by payment method, for the  ***
      ***              reps to balance their drawers and phone logs  ***
      ***              against, and ties the day to the batch        ***
      ***              trailer.  A receipt that cannot be batched    ***
      ***              (bad amount, loan, payment or method) is      ***
      ***              listed as rejected and left out.              ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TLRRCPT is the TLRQ queue dataset sorted by user ID and
      *    entry time (the SORTTLR step in DBBDAILY does the sort).
           SELECT TELLER-RECEIPTS ASSIGN TO TLRRCPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLRRCPT-STATUS.
      *    BRNCHBT is rewritten each day as a lockbox-shaped batch
      *    (LRECL 47) for DBBLBXV.
           SELECT BRANCH-BATCH-FILE ASSIGN TO BRNCHBT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BRNCHBT-STATUS.
           SELECT TELLER-REPORT ASSIGN TO TLRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TLRRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TELLER-RECEIPTS
           LABEL RECORDS ARE STANDARD.
       01 TELLER-RECEIPT-RECORD.
          COPY EPSMTTLR.
       FD  BRANCH-BATCH-FILE
           LABEL RECORDS ARE STANDARD.
       01 BRANCH-BATCH-RECORD.
          COPY EPSMTLBX.
       FD  TELLER-REPORT
           LABEL RECORDS ARE STANDARD.
       01 TELLER-REPORT-LINE          PIC X(120).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-TLRRCPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-TLRRCPT-OK                      VALUE '00'.
       01 WS-BRNCHBT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BRNCHBT-OK                      VALUE '00'.
       01 WS-TLRRPT-STATUS            PIC X(2)    VALUE '00'.
           88  WS-TLRRPT-OK                       VALUE '00'.
       01 WS-RECEIPT-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-RECEIPT-EOF                     VALUE 'Y'.
       01 WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
       01 WS-BATCH-NUMBER             PIC X(6)    VALUE SPACES.
       01 WS-READ-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-REJECT-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-BATCH-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-BATCH-TOTAL              PIC 9(11)V99 VALUE ZERO.
       01 WS-USER-COUNT               PIC 9(5)    VALUE ZERO.
       01 WS-USER-TOTAL               PIC 9(9)V99 VALUE ZERO.
       01 WS-CURRENT-USER             PIC X(8)    VALUE LOW-VALUES.
       01 WS-REJECT-REASON            PIC X(24)   VALUE SPACES.
       01 WS-METHOD-SUB               PIC S9(4) COMP VALUE ZERO.
       01 WS-ENTRY-STAMP              PIC X(14)   VALUE SPACES.
       01 WS-ENTRY-STAMP-X REDEFINES WS-ENTRY-STAMP.
           05  WS-ES-DATE             PIC X(8).
           05  WS-ES-HH               PIC X(2).
           05  WS-ES-MM               PIC X(2).
           05  WS-ES-SS               PIC X(2).
      *    Payment methods the DBBT screen takes, in report order -
      *    cash, check, debit card, phone ACH.
       01 WS-METHOD-VALUES.
           05  FILLER                 PIC X(10)   VALUE 'CASH'.
           05  FILLER                 PIC X(10)   VALUE 'CHECK'.
           05  FILLER                 PIC X(10)   VALUE 'DEBIT CARD'.
           05  FILLER                 PIC X(10)   VALUE 'PHONE ACH'.
       01 WS-METHOD-NAMES REDEFINES WS-METHOD-VALUES.
           05  WS-MN-NAME             PIC X(10)   OCCURS 4 TIMES.
      *    Count and dollars by method - for the user being listed
      *    and for the whole day.
       01 WS-METHOD-TOTALS.
           05  WS-METHOD-ENTRY OCCURS 4 TIMES.
               10  WS-MT-USER-COUNT   PIC 9(5).
               10  WS-MT-USER-AMOUNT  PIC 9(9)V99.
               10  WS-MT-DAY-COUNT    PIC 9(7).
               10  WS-MT-DAY-AMOUNT   PIC 9(11)V99.
       01 WS-TITLE-LINE.
           05  FILLER                 PIC X(36)
               VALUE 'DBBTLRB - TELLER BALANCING REPORT'.
           05  FILLER                 PIC X(14)
               VALUE 'BUSINESS DATE '.
           05  WS-TT-RUN-DATE         PIC 9(8).
           05  FILLER                 PIC X(16)
               VALUE '   BRANCH BATCH '.
           05  WS-TT-BATCH            PIC X(6).
       01 WS-USER-HEADER.
           05  FILLER                 PIC X(9)    VALUE 'USER ID: '.
           05  WS-UH-USER-ID          PIC X(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE '  TIME'.
           05  FILLER                 PIC X(6)    VALUE 'TERM'.
           05  FILLER                 PIC X(12)   VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(5)    VALUE 'PMT'.
           05  FILLER                 PIC X(12)   VALUE 'METHOD'.
           05  FILLER                 PIC X(22)   VALUE 'CONFIRMATION'.
           05  FILLER                 PIC X(12)   VALUE '    AMOUNT'.
           05  FILLER                 PIC X(30)   VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-HH               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ':'.
           05  WS-DL-MM               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ':'.
           05  WS-DL-SS               PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-TERMINAL         PIC X(4).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-PAYMENT          PIC X(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-METHOD           PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CONFIRM          PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(30).
       01 WS-METHOD-LINE.
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  WS-ML-NAME             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-ML-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-ML-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-SUBTOTAL-LINE.
           05  WS-ST-LABEL            PIC X(16).
           05  WS-ST-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-ST-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-BATCH-LINE.
           05  FILLER                 PIC X(13)   VALUE 'BRANCH BATCH '.
           05  WS-BT-BATCH            PIC X(6).
           05  FILLER                 PIC X(9)    VALUE '  ITEMS: '.
           05  WS-BT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(9)    VALUE '  TOTAL: '.
           05  WS-BT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(12)   VALUE '  REJECTED: '.
           05  WS-BT-REJECTS          PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           STRING 'BR' DELIMITED BY SIZE
                  WS-RUN-DATE(5:4) DELIMITED BY SIZE
               INTO WS-BATCH-NUMBER
           END-STRING.

           OPEN INPUT TELLER-RECEIPTS.
           OPEN OUTPUT BRANCH-BATCH-FILE.
           OPEN OUTPUT TELLER-REPORT.
           IF NOT WS-TLRRCPT-OK OR NOT WS-BRNCHBT-OK
                   OR NOT WS-TLRRPT-OK
               DISPLAY 'DBBTLRB - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           INITIALIZE WS-METHOD-TOTALS.
           MOVE WS-RUN-DATE TO WS-TT-RUN-DATE.
           MOVE WS-BATCH-NUMBER TO WS-TT-BATCH.
           MOVE WS-TITLE-LINE TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.

           PERFORM 1000-READ-RECEIPT.
           PERFORM UNTIL WS-RECEIPT-EOF
               ADD 1 TO WS-READ-COUNT
               PERFORM 2000-WORK-RECEIPT THRU 2000-EXIT
               PERFORM 1000-READ-RECEIPT
           END-PERFORM.

           IF WS-READ-COUNT = ZERO
               MOVE SPACES TO TELLER-REPORT-LINE
               WRITE TELLER-REPORT-LINE
               MOVE 'NO PHONE/TELLER RECEIPTS TAKEN' TO
                   TELLER-REPORT-LINE
               WRITE TELLER-REPORT-LINE
           ELSE
               PERFORM 3000-USER-TOTALS
           END-IF.
           IF WS-BATCH-COUNT > ZERO
               PERFORM 7000-WRITE-TRAILER
           END-IF.
           PERFORM 4000-DAY-TOTALS.

           CLOSE TELLER-RECEIPTS.
           CLOSE BRANCH-BATCH-FILE.
           CLOSE TELLER-REPORT.
           DISPLAY 'DBBTLRB - RECEIPTS READ:      ' WS-READ-COUNT.
           DISPLAY 'DBBTLRB - BATCHED:            ' WS-BATCH-COUNT.
           DISPLAY 'DBBTLRB - REJECTED:           ' WS-REJECT-COUNT.
           DISPLAY 'DBBTLRB - BATCH TOTAL:        ' WS-BATCH-TOTAL.
           DISPLAY 'DBBTLRB - BRANCH BATCH:       ' WS-BATCH-NUMBER.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBTLRB - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBTLRB - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-RECEIPT.
           READ TELLER-RECEIPTS
               AT END
                   SET WS-RECEIPT-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One receipt - a new user ID closes the last user's totals ***
      *** and opens a new section; a good receipt goes to the       ***
      *** branch batch under today's batch number.                  ***
      *****************************************************************
       2000-WORK-RECEIPT.
           IF TE-USER-ID NOT = WS-CURRENT-USER
               IF WS-READ-COUNT > 1
                   PERFORM 3000-USER-TOTALS
               END-IF
               PERFORM 2100-USER-HEADING
           END-IF.
           EVALUATE TRUE
               WHEN TE-METHOD-CASH
                   MOVE 1 TO WS-METHOD-SUB
               WHEN TE-METHOD-CHECK
                   MOVE 2 TO WS-METHOD-SUB
               WHEN TE-METHOD-DEBIT-CARD
                   MOVE 3 TO WS-METHOD-SUB
               WHEN TE-METHOD-PHONE-ACH
                   MOVE 4 TO WS-METHOD-SUB
               WHEN OTHER
                   MOVE 5 TO WS-METHOD-SUB
           END-EVALUATE.

           MOVE SPACES TO WS-REJECT-REASON.
           EVALUATE TRUE
               WHEN TE-LOAN-NUMBER = SPACES
                   MOVE 'NO LOAN NUMBER' TO WS-REJECT-REASON
               WHEN TE-PAYMENT-NUMBER IS NOT NUMERIC
                   MOVE 'BAD PAYMENT NUMBER' TO WS-REJECT-REASON
               WHEN TE-RECEIPT-AMOUNT IS NOT NUMERIC
                   MOVE 'BAD AMOUNT' TO WS-REJECT-REASON
               WHEN TE-RECEIPT-AMOUNT = ZERO
                   MOVE 'ZERO AMOUNT' TO WS-REJECT-REASON
               WHEN WS-METHOD-SUB > 4
                   MOVE 'BAD PAYMENT METHOD' TO WS-REJECT-REASON
           END-EVALUATE.
           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-DL-DISPOSITION
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO WS-DL-DISPOSITION
               END-STRING
               PERFORM 6000-WRITE-DETAIL-LINE
               GO TO 2000-EXIT
           END-IF.

           IF WS-BATCH-COUNT = ZERO
               PERFORM 2200-WRITE-HEADER
           END-IF.
           MOVE SPACES TO BRANCH-BATCH-RECORD.
           SET LB-TYPE-DETAIL TO TRUE.
           MOVE TE-LOAN-NUMBER TO LB-LOAN-NUMBER.
           MOVE TE-PAYMENT-NUMBER TO LB-PAYMENT-NUMBER.
           MOVE TE-RECEIPT-DATE TO LB-RECEIPT-DATE.
           MOVE TE-RECEIPT-AMOUNT TO LB-RECEIPT-AMOUNT.
           MOVE WS-BATCH-NUMBER TO LB-BANK-BATCH-NUMBER.
           WRITE BRANCH-BATCH-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
           ADD TE-RECEIPT-AMOUNT TO WS-BATCH-TOTAL.
           ADD 1 TO WS-USER-COUNT.
           ADD TE-RECEIPT-AMOUNT TO WS-USER-TOTAL.
           ADD 1 TO WS-MT-USER-COUNT (WS-METHOD-SUB).
           ADD TE-RECEIPT-AMOUNT TO WS-MT-USER-AMOUNT (WS-METHOD-SUB).
           ADD 1 TO WS-MT-DAY-COUNT (WS-METHOD-SUB).
           ADD TE-RECEIPT-AMOUNT TO WS-MT-DAY-AMOUNT (WS-METHOD-SUB).
           MOVE 'BATCHED' TO WS-DL-DISPOSITION.
           PERFORM 6000-WRITE-DETAIL-LINE.
       2000-EXIT.
           EXIT.

       2100-USER-HEADING.
           MOVE TE-USER-ID TO WS-CURRENT-USER.
           MOVE ZERO TO WS-USER-COUNT.
           MOVE ZERO TO WS-USER-TOTAL.
           PERFORM VARYING WS-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-METHOD-SUB > 4
               MOVE ZERO TO WS-MT-USER-COUNT (WS-METHOD-SUB)
               MOVE ZERO TO WS-MT-USER-AMOUNT (WS-METHOD-SUB)
           END-PERFORM.
           MOVE SPACES TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.
           MOVE TE-USER-ID TO WS-UH-USER-ID.
           MOVE WS-USER-HEADER TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.

      *    First good receipt of the day opens the branch batch - a
      *    day with none leaves BRNCHBT empty.
       2200-WRITE-HEADER.
           MOVE SPACES TO BRANCH-BATCH-RECORD.
           SET LB-TYPE-HEADER TO TRUE.
           MOVE WS-BATCH-NUMBER TO LB-HDR-BATCH-NUMBER.
           MOVE WS-RUN-DATE TO LB-HDR-DEPOSIT-DATE.
           WRITE BRANCH-BATCH-RECORD.

      *****************************************************************
      *** A user's totals - count and dollars by payment method and ***
      *** in all, the figures the rep balances against.             ***
      *****************************************************************
       3000-USER-TOTALS.
           PERFORM VARYING WS-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-METHOD-SUB > 4
               MOVE WS-MN-NAME (WS-METHOD-SUB) TO WS-ML-NAME
               MOVE WS-MT-USER-COUNT (WS-METHOD-SUB) TO WS-ML-COUNT
               MOVE WS-MT-USER-AMOUNT (WS-METHOD-SUB) TO WS-ML-AMOUNT
               MOVE WS-METHOD-LINE TO TELLER-REPORT-LINE
               WRITE TELLER-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-ST-LABEL.
           STRING WS-CURRENT-USER DELIMITED BY SPACE
                  ' TOTAL' DELIMITED BY SIZE
               INTO WS-ST-LABEL
           END-STRING.
           MOVE WS-USER-COUNT TO WS-ST-COUNT.
           MOVE WS-USER-TOTAL TO WS-ST-AMOUNT.
           MOVE WS-SUBTOTAL-LINE TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.

      *****************************************************************
      *** The day - every user together by method, and the branch  ***
      *** batch as DBBLBXV will see it on the trailer.              ***
      *****************************************************************
       4000-DAY-TOTALS.
           MOVE SPACES TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.
           MOVE 'ALL USERS' TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.
           PERFORM VARYING WS-METHOD-SUB FROM 1 BY 1
                   UNTIL WS-METHOD-SUB > 4
               MOVE WS-MN-NAME (WS-METHOD-SUB) TO WS-ML-NAME
               MOVE WS-MT-DAY-COUNT (WS-METHOD-SUB) TO WS-ML-COUNT
               MOVE WS-MT-DAY-AMOUNT (WS-METHOD-SUB) TO WS-ML-AMOUNT
               MOVE WS-METHOD-LINE TO TELLER-REPORT-LINE
               WRITE TELLER-REPORT-LINE
           END-PERFORM.
           MOVE WS-BATCH-NUMBER TO WS-BT-BATCH.
           MOVE WS-BATCH-COUNT TO WS-BT-COUNT.
           MOVE WS-BATCH-TOTAL TO WS-BT-AMOUNT.
           MOVE WS-REJECT-COUNT TO WS-BT-REJECTS.
           MOVE WS-BATCH-LINE TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.

       6000-WRITE-DETAIL-LINE.
           MOVE TE-ENTRY-TIMESTAMP TO WS-ENTRY-STAMP.
           MOVE WS-ES-HH TO WS-DL-HH.
           MOVE WS-ES-MM TO WS-DL-MM.
           MOVE WS-ES-SS TO WS-DL-SS.
           MOVE TE-TERMINAL-ID TO WS-DL-TERMINAL.
           MOVE TE-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE TE-PAYMENT-NUMBER TO WS-DL-PAYMENT.
           IF WS-METHOD-SUB > 4
               MOVE TE-PAY-METHOD TO WS-DL-METHOD
           ELSE
               MOVE WS-MN-NAME (WS-METHOD-SUB) TO WS-DL-METHOD
           END-IF.
           MOVE TE-CONFIRMATION-NUMBER TO WS-DL-CONFIRM.
           IF TE-RECEIPT-AMOUNT IS NUMERIC
               MOVE TE-RECEIPT-AMOUNT TO WS-DL-AMOUNT
           ELSE
               MOVE ZERO TO WS-DL-AMOUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO TELLER-REPORT-LINE.
           WRITE TELLER-REPORT-LINE.

      *    Trail the branch batch with its count and total for
      *    DBBLBXV to verify.
       7000-WRITE-TRAILER.
           MOVE SPACES TO BRANCH-BATCH-RECORD.
           SET LB-TYPE-TRAILER TO TRUE.
           MOVE WS-BATCH-NUMBER TO LB-TRL-BATCH-NUMBER.
           MOVE WS-BATCH-COUNT TO LB-TRL-ITEM-COUNT.
           MOVE WS-BATCH-TOTAL TO LB-TRL-TOTAL-AMOUNT.
           WRITE BRANCH-BATCH-RECORD.

       9999-END-PROGRAM.
           STOP RUN.
