  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCHKI.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Check issuance, the first step of the    ***
      ***              DBBCHECK job.  DBBESCR pays the tax,          ***
      ***              insurance and mortgage insurance bills and    ***
      ***              DBBPAYF/DBBRPST release the payoff and        ***
      ***              suspense refunds, but the checks themselves   ***
      ***              were written by hand at the cash desk from    ***
      ***              the registers.  This run reads the escrow     ***
      ***              history and the REFUNDS file for items marked ***
      ***              check due, takes each check number from the   ***
      ***              check-stock control record (never past the    ***
      ***              last number of the stock loaded), prints the  ***
      ***              check (a mortgage insurance premium with its  ***
      ***              own memo line), adds it to the                ***
      ***              outstanding-check KSDS, writes it to the      ***
      ***              bank's positive-pay issue file (closed with a ***
      ***              count and total trailer) and marks the item   ***
      ***              issued with its check number in place.  An    ***
      ***              item it cannot issue - stock used up, no      ***
      ***              payee name - stays due for the next run and   ***
      ***              is listed on the issue register.  The         ***
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
      *    CHKSTOCK is the one-record check-stock control file the
      *    treasury desk loads with each new box of check stock.
           SELECT CHECK-STOCK-FILE ASSIGN TO CHKSTOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKSTOCK-STATUS.
      *    ESCRHIST and REFUNDS are updated in place - each item a
      *    check is cut for is rewritten with its check number.
           SELECT ESCROW-HISTORY ASSIGN TO ESCRHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCRHIST-STATUS.
           SELECT REFUND-FILE ASSIGN TO REFUNDS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFUNDS-STATUS.
           SELECT OUTSTANDING-CHECKS ASSIGN TO CHKOUTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHKOUTS-STATUS.
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
           SELECT PROPERTY-MASTER ASSIGN TO PROPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-LOAN-NUMBER
               FILE STATUS IS WS-PROPMSTR-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO POSPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT CHECK-PRINT ASSIGN TO CHKPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPRT-STATUS.
           SELECT ISSUE-REGISTER ASSIGN TO CHKIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKIRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHECK-STOCK-RECORD.
          COPY EPSMTCKS.
       FD  ESCROW-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 ESCROW-HISTORY-RECORD.
          COPY EPSMTDSB REPLACING LEADING ==DS-== BY ==EH-==.
       FD  REFUND-FILE
           LABEL RECORDS ARE STANDARD.
       01 REFUND-RECORD.
          COPY EPSMTDSB.
       FD  OUTSTANDING-CHECKS
           LABEL RECORDS ARE STANDARD.
       01 OUTSTANDING-CHECK-RECORD.
          COPY EPSMTCHK.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  PROPERTY-MASTER
           LABEL RECORDS ARE STANDARD.
       01 PROPERTY-MASTER-RECORD.
          COPY EPSMTPRP.
       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
       01 POSITIVE-PAY-RECORD.
          COPY EPSMTPPY.
       FD  CHECK-PRINT
           LABEL RECORDS ARE STANDARD.
       01 CHECK-PRINT-LINE            PIC X(133).
       FD  ISSUE-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 ISSUE-REGISTER-LINE         PIC X(120).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-CHKSTOCK-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CHKSTOCK-OK                     VALUE '00'.
       01 WS-ESCRHIST-STATUS          PIC X(2)    VALUE '00'.
           88  WS-ESCRHIST-OK                     VALUE '00'.
       01 WS-REFUNDS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-REFUNDS-OK                      VALUE '00'.
       01 WS-CHKOUTS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKOUTS-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-PROPMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PROPMSTR-OK                     VALUE '00'.
       01 WS-POSPAY-STATUS            PIC X(2)    VALUE '00'.
           88  WS-POSPAY-OK                       VALUE '00'.
       01 WS-CHKPRT-STATUS            PIC X(2)    VALUE '00'.
           88  WS-CHKPRT-OK                       VALUE '00'.
       01 WS-CHKIRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKIRPT-OK                      VALUE '00'.
       01 WS-ESCROW-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-ESCROW-EOF                      VALUE 'Y'.
       01 WS-REFUND-EOF-SW            PIC X(1)    VALUE 'N'.
           88  WS-REFUND-EOF                      VALUE 'Y'.
       01 WS-STOCK-OUT-SW             PIC X(1)    VALUE 'N'.
           88  WS-STOCK-OUT                       VALUE 'Y'.
       01 WS-ITEM-ISSUED-SW           PIC X(1)    VALUE 'N'.
           88  WS-ITEM-ISSUED                     VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-STALE-DAYS               PIC 9(3)    VALUE 180.
       01 WS-STOCK-MESSAGE            PIC X(40)   VALUE SPACES.
      *    The item being worked, from either file - EPSMTDSB shape.
       01 WS-CHECK-ITEM.
          COPY EPSMTDSB REPLACING LEADING ==DS-== BY ==WI-==.
       01 WS-ITEM-SOURCE              PIC X(1)    VALUE SPACE.
           88  WS-ITEM-FROM-ESCROW                VALUE 'E'.
           88  WS-ITEM-FROM-REFUNDS               VALUE 'R'.
       01 WS-PAYEE-STATE              PIC X(2)    VALUE SPACES.
       01 WS-PAYEE-ADDRESS-SW         PIC X(1)    VALUE 'N'.
           88  WS-PAYEE-ADDRESS-FOUND             VALUE 'Y'.
       01 WS-ITEMS-READ               PIC 9(7)    VALUE ZERO.
       01 WS-ITEMS-DUE                PIC 9(7)    VALUE ZERO.
       01 WS-CHECKS-ISSUED            PIC 9(7)    VALUE ZERO.
       01 WS-CHECKS-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01 WS-ESCROW-CHECKS            PIC 9(7)    VALUE ZERO.
       01 WS-REFUND-CHECKS            PIC 9(7)    VALUE ZERO.
       01 WS-ZERO-ITEMS               PIC 9(7)    VALUE ZERO.
       01 WS-HELD-ITEMS               PIC 9(7)    VALUE ZERO.
       01 WS-HELD-AMOUNT              PIC 9(11)V99 VALUE ZERO.
       01 WS-FIRST-ISSUED             PIC 9(8)    VALUE ZERO.
       01 WS-LAST-ISSUED              PIC 9(8)    VALUE ZERO.
       01 WS-STOCK-LEFT               PIC S9(9)   VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(30)   VALUE
               'CHECK ISSUE REGISTER - ACCOUNT'.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-HD-ACCOUNT          PIC X(12).
           05  FILLER                 PIC X(13)   VALUE ' ISSUE DATE '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(10)   VALUE 'CHECK NO.'.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(5)    VALUE 'TYPE'.
           05  FILLER                 PIC X(32)   VALUE 'PAYEE'.
           05  FILLER                 PIC X(16)   VALUE
               '        AMOUNT'.
           05  FILLER                 PIC X(40)   VALUE 'DISPOSITION'.
       01 WS-DETAIL-LINE.
           05  WS-DL-CHECK-NUMBER     PIC Z(7)9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-TYPE             PIC X(1).
           05  FILLER                 PIC X(4)    VALUE SPACES.
           05  WS-DL-PAYEE            PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(40).
       01 WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-NUMBER-LINE.
           05  WS-NL-LABEL            PIC X(30).
           05  WS-NL-NUMBER           PIC Z(8)9-.
      *    Check face.
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
      *    Check-protected amount - asterisks fill the leading places.
       01 WS-CHECK-AMOUNT-EDIT        PIC ***,***,**9.99.
       01 WS-CHECK-NUMBER-EDIT        PIC 9(8).
       01 WS-MEMO-TEXT                PIC X(30)   VALUE SPACES.
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
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-AS-OF-DATE IS NUMERIC
               MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN I-O CHECK-STOCK-FILE.
           OPEN I-O ESCROW-HISTORY.
           OPEN I-O REFUND-FILE.
           OPEN I-O OUTSTANDING-CHECKS.
           OPEN INPUT LOAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           OPEN OUTPUT POSITIVE-PAY-FILE.
           OPEN OUTPUT CHECK-PRINT.
           OPEN OUTPUT ISSUE-REGISTER.
           IF NOT WS-CHKSTOCK-OK OR NOT WS-ESCRHIST-OK
                   OR NOT WS-REFUNDS-OK OR NOT WS-CHKOUTS-OK
                   OR NOT WS-LOANMSTR-OK OR NOT WS-CUSTMSTR-OK
                   OR NOT WS-PROPMSTR-OK OR NOT WS-POSPAY-OK
                   OR NOT WS-CHKPRT-OK OR NOT WS-CHKIRPT-OK
               DISPLAY 'DBBCHKI - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-READ-CHECK-STOCK THRU 1000-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE CS-BANK-ACCOUNT TO WS-HD-ACCOUNT.
           MOVE WS-AS-OF-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.
           MOVE WS-COLUMN-LINE TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.

           SET WS-ITEM-FROM-ESCROW TO TRUE.
           PERFORM 1100-READ-ESCROW.
           PERFORM UNTIL WS-ESCROW-EOF
               IF EH-CHECK-DUE
                   MOVE ESCROW-HISTORY-RECORD TO WS-CHECK-ITEM
                   PERFORM 2000-ISSUE-CHECK THRU 2000-EXIT
                   IF WS-ITEM-ISSUED
                       MOVE WS-CHECK-ITEM TO ESCROW-HISTORY-RECORD
                       REWRITE ESCROW-HISTORY-RECORD
                   END-IF
               END-IF
               PERFORM 1100-READ-ESCROW
           END-PERFORM.

           SET WS-ITEM-FROM-REFUNDS TO TRUE.
           PERFORM 1200-READ-REFUND.
           PERFORM UNTIL WS-REFUND-EOF
               IF DS-CHECK-DUE
                   MOVE REFUND-RECORD TO WS-CHECK-ITEM
                   PERFORM 2000-ISSUE-CHECK THRU 2000-EXIT
                   IF WS-ITEM-ISSUED
                       MOVE WS-CHECK-ITEM TO REFUND-RECORD
                       REWRITE REFUND-RECORD
                   END-IF
               END-IF
               PERFORM 1200-READ-REFUND
           END-PERFORM.

           PERFORM 4000-WRITE-PAY-TRAILER.
           IF WS-CHECKS-ISSUED > ZERO
               MOVE WS-AS-OF-DATE TO CS-LAST-ISSUE-DATE
           END-IF.
           REWRITE CHECK-STOCK-RECORD.
           PERFORM 5000-WRITE-TOTALS.

           CLOSE CHECK-STOCK-FILE.
           CLOSE ESCROW-HISTORY.
           CLOSE REFUND-FILE.
           CLOSE OUTSTANDING-CHECKS.
           CLOSE LOAN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE POSITIVE-PAY-FILE.
           CLOSE CHECK-PRINT.
           CLOSE ISSUE-REGISTER.
           DISPLAY 'DBBCHKI - ITEMS READ:         ' WS-ITEMS-READ.
           DISPLAY 'DBBCHKI - ITEMS CHECK DUE:    ' WS-ITEMS-DUE.
           DISPLAY 'DBBCHKI - CHECKS ISSUED:      ' WS-CHECKS-ISSUED.
           DISPLAY 'DBBCHKI - AMOUNT ISSUED:      ' WS-CHECKS-AMOUNT.
           DISPLAY 'DBBCHKI - ITEMS HELD:         ' WS-HELD-ITEMS.
           DISPLAY 'DBBCHKI - NEXT CHECK NUMBER:  ' CS-NEXT-CHECK.
           IF WS-STOCK-OUT
               DISPLAY 'DBBCHKI - ' WS-STOCK-MESSAGE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HELD-ITEMS > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBCHKI - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBCHKI - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

      *****************************************************************
      *** The check-stock control record - the account and a sane   ***
      *** range, or nothing is issued.  Stock already used up is    ***
      *** not an error here: every item is held and the run ends 8. ***
      *****************************************************************
       1000-READ-CHECK-STOCK.
           READ CHECK-STOCK-FILE
               AT END
                   DISPLAY 'DBBCHKI - CHECK STOCK RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
           END-READ.
           IF CS-BANK-ACCOUNT = SPACES
                   OR CS-FIRST-CHECK IS NOT NUMERIC
                   OR CS-LAST-CHECK IS NOT NUMERIC
                   OR CS-NEXT-CHECK IS NOT NUMERIC
                   OR CS-FIRST-CHECK = ZERO
                   OR CS-LAST-CHECK < CS-FIRST-CHECK
                   OR CS-NEXT-CHECK < CS-FIRST-CHECK
               DISPLAY 'DBBCHKI - CHECK STOCK RECORD INVALID'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           IF CS-LAST-ISSUE-DATE IS NOT NUMERIC
               MOVE ZERO TO CS-LAST-ISSUE-DATE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-ESCROW.
           READ ESCROW-HISTORY
               AT END
                   SET WS-ESCROW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.

       1200-READ-REFUND.
           READ REFUND-FILE
               AT END
                   SET WS-REFUND-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ITEMS-READ
           END-READ.

      *****************************************************************
      *** One item marked check due - take the next number off the  ***
      *** stock, add the check to the outstanding file (a number    ***
      *** already there means the stock record is out of step with  ***
      *** the paper, so issuing stops), print it, send it to the    ***
      *** bank, and mark the item issued.  A zero item is closed    ***
      *** with no check; an item with no payee is held.             ***
      *****************************************************************
       2000-ISSUE-CHECK.
           MOVE 'N' TO WS-ITEM-ISSUED-SW.
           ADD 1 TO WS-ITEMS-DUE.
           MOVE SPACES TO WS-DL-DISPOSITION.
           MOVE ZERO TO WS-DL-CHECK-NUMBER.
           IF WI-DISBURSE-AMOUNT NOT > ZERO
               SET WI-CHECK-ISSUED TO TRUE
               MOVE ZERO TO WI-CHECK-NUMBER
               SET WS-ITEM-ISSUED TO TRUE
               ADD 1 TO WS-ZERO-ITEMS
               MOVE 'CLOSED - ZERO AMOUNT, NO CHECK'
                   TO WS-DL-DISPOSITION
               PERFORM 6000-WRITE-REGISTER-LINE
               GO TO 2000-EXIT
           END-IF.
           IF WI-PAYEE-NAME = SPACES
               MOVE 'HELD - NO PAYEE NAME' TO WS-DL-DISPOSITION
               PERFORM 2900-HOLD-ITEM
               GO TO 2000-EXIT
           END-IF.
           IF NOT WS-STOCK-OUT AND CS-NEXT-CHECK > CS-LAST-CHECK
               SET WS-STOCK-OUT TO TRUE
               MOVE 'CHECK STOCK USED UP - LOAD NEW STOCK'
                   TO WS-STOCK-MESSAGE
           END-IF.
           IF WS-STOCK-OUT
               MOVE 'HELD - NO CHECK STOCK' TO WS-DL-DISPOSITION
               PERFORM 2900-HOLD-ITEM
               GO TO 2000-EXIT
           END-IF.

           PERFORM 2100-FIND-PAYEE.
           INITIALIZE OUTSTANDING-CHECK-RECORD.
           MOVE CS-NEXT-CHECK TO CK-CHECK-NUMBER.
           MOVE WS-AS-OF-DATE TO CK-ISSUE-DATE.
           MOVE WI-DISBURSE-AMOUNT TO CK-CHECK-AMOUNT.
           MOVE WI-PAYEE-NAME TO CK-PAYEE-NAME.
           MOVE WS-PAYEE-STATE TO CK-PAYEE-STATE.
           MOVE WI-LOAN-NUMBER TO CK-LOAN-NUMBER.
           MOVE WS-ITEM-SOURCE TO CK-CHECK-SOURCE.
           MOVE WI-DISBURSE-TYPE TO CK-DISBURSE-TYPE.
           SET CK-STATUS-OUTSTANDING TO TRUE.
           WRITE OUTSTANDING-CHECK-RECORD
               INVALID KEY
                   SET WS-STOCK-OUT TO TRUE
                   MOVE 'CHECK NUMBER ALREADY ISSUED - CHECK STOCK'
                       TO WS-STOCK-MESSAGE
           END-WRITE.
           IF WS-STOCK-OUT
               MOVE 'HELD - CHECK NUMBER ALREADY ISSUED'
                   TO WS-DL-DISPOSITION
               PERFORM 2900-HOLD-ITEM
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-PRINT-CHECK.
           INITIALIZE POSITIVE-PAY-RECORD.
           SET PP-TYPE-DETAIL TO TRUE.
           MOVE CS-BANK-ACCOUNT TO PP-BANK-ACCOUNT.
           MOVE CK-CHECK-NUMBER TO PP-CHECK-NUMBER.
           MOVE CK-ISSUE-DATE TO PP-ISSUE-DATE.
           MOVE CK-CHECK-AMOUNT TO PP-CHECK-AMOUNT.
           MOVE CK-PAYEE-NAME TO PP-PAYEE-NAME.
           SET PP-ISSUE-CHECK TO TRUE.
           WRITE POSITIVE-PAY-RECORD.

           SET WI-CHECK-ISSUED TO TRUE.
           MOVE CK-CHECK-NUMBER TO WI-CHECK-NUMBER.
           SET WS-ITEM-ISSUED TO TRUE.
           IF WS-FIRST-ISSUED = ZERO
               MOVE CK-CHECK-NUMBER TO WS-FIRST-ISSUED
           END-IF.
           MOVE CK-CHECK-NUMBER TO WS-LAST-ISSUED.
           ADD 1 TO CS-NEXT-CHECK.
           ADD 1 TO WS-CHECKS-ISSUED.
           ADD CK-CHECK-AMOUNT TO WS-CHECKS-AMOUNT.
           IF WS-ITEM-FROM-ESCROW
               ADD 1 TO WS-ESCROW-CHECKS
           ELSE
               ADD 1 TO WS-REFUND-CHECKS
           END-IF.
           MOVE CK-CHECK-NUMBER TO WS-DL-CHECK-NUMBER.
           MOVE 'ISSUED' TO WS-DL-DISPOSITION.
           PERFORM 6000-WRITE-REGISTER-LINE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** The payee's last known address - the borrower's mailing   ***
      *** address for a refund (printed on the check for the window ***
      *** envelope), the property's state for a tax or insurance    ***
      *** payee.  The state goes on the outstanding check for       ***
      *** escheat reporting.                                        ***
      *****************************************************************
       2100-FIND-PAYEE.
           MOVE SPACES TO WS-PAYEE-STATE.
           MOVE 'N' TO WS-PAYEE-ADDRESS-SW.
           IF WI-TYPE-REFUND
               MOVE WI-LOAN-NUMBER TO LM-LOAN-NUMBER
               READ LOAN-MASTER
                   INVALID KEY
                       MOVE SPACES TO LM-CUSTOMER-NUMBER
               END-READ
               MOVE LM-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PAYEE-ADDRESS-FOUND TO TRUE
                       MOVE CM-ADDR-STATE TO WS-PAYEE-STATE
               END-READ
           ELSE
               MOVE WI-LOAN-NUMBER TO PR-LOAN-NUMBER
               READ PROPERTY-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PR-PROP-STATE TO WS-PAYEE-STATE
               END-READ
           END-IF.

       2900-HOLD-ITEM.
           ADD 1 TO WS-HELD-ITEMS.
           ADD WI-DISBURSE-AMOUNT TO WS-HELD-AMOUNT.
           PERFORM 6000-WRITE-REGISTER-LINE.

      *****************************************************************
      *** Print one check on the pre-numbered stock - number, date, ***
      *** check-protected amount, payee (with the borrower's        ***
      *** mailing address on a refund) and the memo line.           ***
      *****************************************************************
       3000-PRINT-CHECK.
           MOVE CK-CHECK-NUMBER TO WS-CHECK-NUMBER-EDIT.
           MOVE '1' TO WS-PL-CC.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'MORTGAGE LOAN SERVICING' DELIMITED BY SIZE
                  '                              CHECK NO. '
                      DELIMITED BY SIZE
                  WS-CHECK-NUMBER-EDIT DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE CK-ISSUE-DATE TO WS-DATE-IN.
           PERFORM 8200-FORMAT-DATE.
           MOVE CK-CHECK-AMOUNT TO WS-CHECK-AMOUNT-EDIT.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'DATE ' DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
                  '                         AMOUNT $' DELIMITED BY SIZE
                  WS-CHECK-AMOUNT-EDIT DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE 'PAY TO THE ORDER OF' TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE CK-PAYEE-NAME TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF WS-PAYEE-ADDRESS-FOUND
               MOVE CM-ADDR-LINE-1 TO WS-PL-TEXT
               PERFORM 8000-WRITE-PRINT-LINE
               IF CM-ADDR-LINE-2 NOT = SPACES
                   MOVE CM-ADDR-LINE-2 TO WS-PL-TEXT
                   PERFORM 8000-WRITE-PRINT-LINE
               END-IF
               MOVE SPACES TO WS-PL-TEXT
               STRING CM-ADDR-CITY DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      CM-ADDR-STATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CM-ADDR-ZIP DELIMITED BY SIZE
                   INTO WS-PL-TEXT
               END-STRING
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           PERFORM 8100-WRITE-BLANK-LINE.
           EVALUATE TRUE
               WHEN WI-TYPE-TAX
                   MOVE 'ESCROW - PROPERTY TAX' TO WS-MEMO-TEXT
               WHEN WI-TYPE-INSURANCE
                   MOVE 'ESCROW - HAZARD INSURANCE' TO WS-MEMO-TEXT
               WHEN WI-TYPE-MORTGAGE-INS
                   MOVE 'ESCROW - MORTGAGE INSURANCE' TO WS-MEMO-TEXT
               WHEN OTHER
                   MOVE 'REFUND TO BORROWER' TO WS-MEMO-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'MEMO: LOAN ' DELIMITED BY SIZE
                  CK-LOAN-NUMBER DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  WS-MEMO-TEXT DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'VOID AFTER ' DELIMITED BY SIZE
                  WS-STALE-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.

      *****************************************************************
      *** Positive-pay trailer - the count and total of the checks  ***
      *** issued this run, for the bank to tie the file to.         ***
      *****************************************************************
       4000-WRITE-PAY-TRAILER.
           INITIALIZE POSITIVE-PAY-RECORD.
           SET PP-TYPE-TRAILER TO TRUE.
           MOVE CS-BANK-ACCOUNT TO PP-TRL-BANK-ACCOUNT.
           MOVE WS-CHECKS-ISSUED TO PP-TRL-RECORD-COUNT.
           MOVE WS-CHECKS-AMOUNT TO PP-TRL-TOTAL-AMOUNT.
           WRITE POSITIVE-PAY-RECORD.

       5000-WRITE-TOTALS.
           MOVE SPACES TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.
           MOVE 'CHECKS ISSUED:' TO WS-TL-LABEL.
           MOVE WS-CHECKS-ISSUED TO WS-TL-COUNT.
           MOVE WS-CHECKS-AMOUNT TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE '  ESCROW DISBURSEMENTS:' TO WS-TL-LABEL.
           MOVE WS-ESCROW-CHECKS TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE '  REFUNDS:' TO WS-TL-LABEL.
           MOVE WS-REFUND-CHECKS TO WS-TL-COUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE 'ZERO ITEMS CLOSED:' TO WS-TL-LABEL.
           MOVE WS-ZERO-ITEMS TO WS-TL-COUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE 'ITEMS HELD FOR NEXT RUN:' TO WS-TL-LABEL.
           MOVE WS-HELD-ITEMS TO WS-TL-COUNT.
           MOVE WS-HELD-AMOUNT TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE 'FIRST CHECK NUMBER USED:' TO WS-NL-LABEL.
           MOVE WS-FIRST-ISSUED TO WS-NL-NUMBER.
           PERFORM 5200-WRITE-NUMBER-LINE.
           MOVE 'LAST CHECK NUMBER USED:' TO WS-NL-LABEL.
           MOVE WS-LAST-ISSUED TO WS-NL-NUMBER.
           PERFORM 5200-WRITE-NUMBER-LINE.
           COMPUTE WS-STOCK-LEFT = CS-LAST-CHECK - CS-NEXT-CHECK + 1.
           MOVE 'CHECKS LEFT IN STOCK:' TO WS-NL-LABEL.
           MOVE WS-STOCK-LEFT TO WS-NL-NUMBER.
           PERFORM 5200-WRITE-NUMBER-LINE.
           IF WS-STOCK-OUT
               MOVE WS-STOCK-MESSAGE TO ISSUE-REGISTER-LINE
               WRITE ISSUE-REGISTER-LINE
           END-IF.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.

       5200-WRITE-NUMBER-LINE.
           MOVE WS-NUMBER-LINE TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.

       6000-WRITE-REGISTER-LINE.
           MOVE WI-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE WI-DISBURSE-TYPE TO WS-DL-TYPE.
           MOVE WI-PAYEE-NAME TO WS-DL-PAYEE.
           MOVE WI-DISBURSE-AMOUNT TO WS-DL-AMOUNT.
           MOVE WS-DETAIL-LINE TO ISSUE-REGISTER-LINE.
           WRITE ISSUE-REGISTER-LINE.

       8000-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO CHECK-PRINT-LINE.
           WRITE CHECK-PRINT-LINE.
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
