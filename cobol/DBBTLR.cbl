  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBTLR.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Phone/teller payment entry (DBBT),       ***
      ***              reached with PF6 from the BNK1D customer      ***
      ***              inquiry.  Shows the loan's open payment - the ***
      ***              oldest pending or missed history record - and ***
      ***              what it takes to bring the loan current: the  ***
      ***              P+I due, the escrow payment and the late fees ***
      ***              carried on the loan master.  The rep keys the ***
      ***              amount received, the payment method (cash,    ***
      ***              check, debit card or phone ACH) and the       ***
      ***              confirmation number given the borrower; the   ***
      ***              receipt goes in the EPSMTTLR shape (a lockbox ***
      ***              receipt plus the user, terminal, method and   ***
      ***              confirmation) to the TLRQ transient data      ***
      ***              queue, and is audited to AUDQ.  Nothing posts ***
      ***              online - tonight's DBBTLRB step wraps the     ***
      ***              day's receipts in a branch batch that DBBLBXV ***
      ***              verifies and DBBPOST posts with the lockbox,  ***
      ***              and prints the teller balancing report by     ***
      ***              user ID.                                      ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-PAYMENT-RECORD.
          COPY EPSMTPAY.
       01 WS-TELLER-RECORD.
          COPY EPSMTTLR.
       01 WS-AUDIT-RECORD.
          COPY EPSMTAUD.
      *    The loan handed over by DBBINQ and the open payment the
      *    screen last showed - a receipt is only taken against the
      *    payment the rep was looking at.
       01 WS-TLR-COMMAREA.
           05  TC-LOAN-NUMBER         PIC X(10).
           05  TC-PAYMENT-NUMBER      PIC 9(3).
           05  TC-FIRST-TIME-SW       PIC X(1).
               88  TC-FIRST-TIME              VALUE 'Y'.
       01 WS-BROWSE-KEY.
           05  WS-BK-LOAN-NUMBER      PIC X(10).
           05  WS-BK-PAYMENT-NUMBER   PIC 9(3).
       01 WS-TODAY                    PIC 9(8)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-LOAN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-LOAN-FOUND                      VALUE 'Y'.
       01 WS-OPEN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-OPEN-FOUND                      VALUE 'Y'.
       01 WS-RECEIPT-TAKEN-SW         PIC X(1)    VALUE 'N'.
           88  WS-RECEIPT-TAKEN                   VALUE 'Y'.
       01 WS-PAYAMT-X                 PIC X(9)    VALUE SPACES.
       01 WS-PAYAMT-9 REDEFINES WS-PAYAMT-X
                                      PIC 9(7)V99.
       01 WS-CONFIRM-X                PIC X(20)   VALUE SPACES.
       01 WS-TOTAL-DUE                PIC 9(7)V99 VALUE ZERO.
      *    Carries the entry result past the map rebuild - MSGO
      *    lives in the map area the show paragraph clears.
       01 WS-MESSAGE-SAVE             PIC X(60)   VALUE SPACES.
       01 WS-METHOD-WORD              PIC X(10)   VALUE SPACES.
       01 WS-LOAN-STATUS-WORD         PIC X(11)   VALUE SPACES.
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-OPEN-LINE.
           05  FILLER                 PIC X(13)   VALUE 'OPEN PAYMENT '.
           05  WS-OL-PAYMENT          PIC ZZ9.
           05  FILLER                 PIC X(7)    VALUE '   DUE '.
           05  WS-OL-DUE-DATE         PIC X(10).
           05  FILLER                 PIC X(3)    VALUE SPACES.
           05  WS-OL-STATUS           PIC X(7).
           05  FILLER                 PIC X(15)
               VALUE '   LOAN STATUS '.
           05  WS-OL-LOAN-STATUS      PIC X(11).
       01 WS-DUE-LINE.
           05  FILLER                 PIC X(9)    VALUE 'P+I DUE  '.
           05  WS-DU-PI               PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10)   VALUE '   ESCROW '.
           05  WS-DU-ESCROW           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(13)   VALUE '   LATE FEES '.
           05  WS-DU-LATE-FEES        PIC ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05  FILLER                 PIC X(9)    VALUE 'TOTAL DUE'.
           05  WS-TD-TOTAL            PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(22)
               VALUE '   UNAPPLIED ON HAND '.
           05  WS-TD-UNAPPLIED        PIC ZZZ,ZZ9.99.
       01 WS-BALANCE-LINE.
           05  FILLER                 PIC X(17)
               VALUE 'PRINCIPAL BALANCE'.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-BL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(20)
               VALUE '   LAST PAYMENT RCVD'.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-BL-LAST-PAID        PIC X(10).
       01 WS-RECEIPT-LINE.
           05  FILLER                 PIC X(9)    VALUE 'RECEIVED '.
           05  WS-RL-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-RL-METHOD           PIC X(10).
           05  FILLER                 PIC X(6)    VALUE ' CONF '.
           05  WS-RL-CONFIRM          PIC X(20).
           05  FILLER                 PIC X(4)    VALUE ' AT '.
           05  WS-RL-HH               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ':'.
           05  WS-RL-MM               PIC X(2).
       01 WS-RECEIPT-LINE-SAVE        PIC X(75)   VALUE SPACES.
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
       COPY BNK1TDM.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(14).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           IF EIBCALEN = 0
               EXEC CICS SEND TEXT
                   FROM('DBBTLR - NO LOAN SELECTED, USE DBBI FIRST')
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
               GOBACK
           END-IF.
           MOVE DFHCOMMAREA TO WS-TLR-COMMAREA.

           IF TC-FIRST-TIME
               MOVE 'N' TO TC-FIRST-TIME-SW
               PERFORM 1000-SEND-PAYMENT-PAGE
           END-IF.

      *    PF3 and CLEAR hand control back to the customer inquiry;
      *    ENTER with nothing keyed lands in MAPFAIL and redraws the
      *    open payment.
           EXEC CICS HANDLE AID
               PF3(7000-BACK-TO-INQUIRY)
               CLEAR(7000-BACK-TO-INQUIRY)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(1000-SEND-PAYMENT-PAGE)
           END-EXEC.

           PERFORM 2000-RECEIVE-AND-WORK THRU 2000-EXIT.
           PERFORM 8100-RETURN-DBBT.

       1000-SEND-PAYMENT-PAGE.
           PERFORM 2500-LOAD-LOAN THRU 2500-EXIT.
           PERFORM 5000-SHOW-PAYMENT THRU 5000-EXIT.
           PERFORM 8100-RETURN-DBBT.

      *****************************************************************
      *** ENTER - edit the keyed receipt and queue it against the   ***
      *** open payment, then show the payment again with the        ***
      *** receipt taken.                                            ***
      *****************************************************************
       2000-RECEIVE-AND-WORK.
           EXEC CICS RECEIVE MAP('BNK1T')
               MAPSET('BNK1T')
               INTO(BNK1TI)
           END-EXEC.

           PERFORM 2500-LOAD-LOAN THRU 2500-EXIT.
           IF NOT WS-OPEN-FOUND
               PERFORM 5000-SHOW-PAYMENT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.
           IF PH-PAYMENT-NUMBER NOT = TC-PAYMENT-NUMBER
               MOVE 'OPEN PAYMENT HAS CHANGED - REVIEW AND RE-KEY'
                   TO WS-MESSAGE-SAVE
               PERFORM 5000-SHOW-PAYMENT THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF.

           PERFORM 3000-EDIT-ENTRY.
           PERFORM 3500-QUEUE-RECEIPT THRU 3500-EXIT.
           PERFORM 5000-SHOW-PAYMENT THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Read the loan and find its open payment - the oldest      ***
      *** history record not yet paid, pending or missed, the same  ***
      *** record DBBPOST will match the receipt to tonight.         ***
      *****************************************************************
       2500-LOAD-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           MOVE 'N' TO WS-OPEN-FOUND-SW.
           MOVE ZERO TO WS-TOTAL-DUE.
           EXEC CICS READ FILE('LOANMSTR')
               INTO(WS-LOAN-RECORD)
               RIDFLD(TC-LOAN-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LOAN NOT ON LOAN MASTER' TO WS-MESSAGE-SAVE
               GO TO 2500-EXIT
           END-IF.
           SET WS-LOAN-FOUND TO TRUE.
           IF LM-STATUS-PAID-OFF
               MOVE 'LOAN IS PAID OFF - NO PAYMENT CAN BE TAKEN'
                   TO WS-MESSAGE-SAVE
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2600-FIND-OPEN-PAYMENT THRU 2600-EXIT.
           IF NOT WS-OPEN-FOUND
               MOVE 'NO OPEN PAYMENT ON FILE - SEE PAYMENT HISTORY'
                   TO WS-MESSAGE-SAVE
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WS-TOTAL-DUE =
               PH-AMOUNT-DUE + LM-ESCROW-PAYMENT + LM-LATE-FEES-DUE.
       2500-EXIT.
           EXIT.

       2600-FIND-OPEN-PAYMENT.
           MOVE TC-LOAN-NUMBER TO WS-BK-LOAN-NUMBER.
           MOVE ZEROS TO WS-BK-PAYMENT-NUMBER.
           EXEC CICS STARTBR FILE('PAYHIST')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2600-EXIT
           END-IF.
           PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                   OR WS-OPEN-FOUND
               EXEC CICS READNEXT FILE('PAYHIST')
                   INTO(WS-PAYMENT-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   IF PH-LOAN-NUMBER NOT = TC-LOAN-NUMBER
                       MOVE DFHRESP(ENDFILE) TO WS-RESP
                   ELSE
                       IF NOT PH-STATUS-PAID
                           SET WS-OPEN-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('PAYHIST')
           END-EXEC.
       2600-EXIT.
           EXIT.

      *****************************************************************
      *** Amount (numeric, above zero), method C/K/D/P, and a       ***
      *** confirmation number on anything but cash.                 ***
      *****************************************************************
       3000-EDIT-ENTRY.
           IF PAYAMTI = SPACES OR PAYAMTI = LOW-VALUES
               MOVE 'KEY THE AMOUNT RECEIVED' TO MSGO
               MOVE -1 TO PAYAMTL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBT
           END-IF.
           MOVE PAYAMTI TO WS-PAYAMT-X.
           IF WS-PAYAMT-X IS NOT NUMERIC OR WS-PAYAMT-9 NOT > ZERO
               MOVE 'AMOUNT MUST BE NUMERIC AND ABOVE ZERO' TO MSGO
               MOVE -1 TO PAYAMTL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBT
           END-IF.
           IF PAYMTHI NOT = 'C' AND PAYMTHI NOT = 'K'
                   AND PAYMTHI NOT = 'D' AND PAYMTHI NOT = 'P'
               MOVE 'METHOD MUST BE C, K, D OR P' TO MSGO
               MOVE -1 TO PAYMTHL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBT
           END-IF.
           MOVE SPACES TO WS-CONFIRM-X.
           IF CONFNOI NOT = SPACES AND CONFNOI NOT = LOW-VALUES
               MOVE CONFNOI TO WS-CONFIRM-X
               INSPECT WS-CONFIRM-X REPLACING ALL LOW-VALUES BY SPACES
           END-IF.
           IF WS-CONFIRM-X = SPACES AND PAYMTHI NOT = 'C'
               MOVE 'KEY THE CONFIRMATION OR CHECK NUMBER' TO MSGO
               MOVE -1 TO CONFNOL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBT
           END-IF.

      *****************************************************************
      *** Queue the receipt for tonight's branch batch and audit    ***
      *** it.  The receipt is dated today and carries today's       ***
      *** branch batch number; DBBTLRB stamps the batch it closes.  ***
      *****************************************************************
       3500-QUEUE-RECEIPT.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           INITIALIZE WS-TELLER-RECORD.
           MOVE TC-LOAN-NUMBER TO TE-LOAN-NUMBER.
           MOVE PH-PAYMENT-NUMBER TO TE-PAYMENT-NUMBER.
           MOVE WS-TODAY TO TE-RECEIPT-DATE.
           MOVE WS-PAYAMT-9 TO TE-RECEIPT-AMOUNT.
           STRING 'BR' DELIMITED BY SIZE
                  WS-TODAY(5:4) DELIMITED BY SIZE
               INTO TE-BANK-BATCH-NUMBER
           END-STRING.
           MOVE WS-USER-ID TO TE-USER-ID.
           MOVE EIBTRMID TO TE-TERMINAL-ID.
           MOVE WS-TIMESTAMP(1:14) TO TE-ENTRY-TIMESTAMP.
           MOVE PAYMTHI TO TE-PAY-METHOD.
           MOVE WS-CONFIRM-X TO TE-CONFIRMATION-NUMBER.
           MOVE LENGTH OF WS-TELLER-RECORD TO WS-QUEUE-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('TLRQ')
               FROM(WS-TELLER-RECORD)
               LENGTH(WS-QUEUE-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'RECEIPT NOT RECORDED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.

           PERFORM 3600-SET-METHOD-WORD.
           MOVE TE-RECEIPT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE 'TELLER RECEIPT' TO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING WS-AMOUNT-EDIT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TE-PAY-METHOD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TE-CONFIRMATION-NUMBER DELIMITED BY SIZE
               INTO AU-NEW-VALUE
           END-STRING.
           PERFORM 6000-QUEUE-AUDIT-RECORD.

           MOVE WS-AMOUNT-EDIT TO WS-RL-AMOUNT.
           MOVE WS-METHOD-WORD TO WS-RL-METHOD.
           MOVE TE-CONFIRMATION-NUMBER TO WS-RL-CONFIRM.
           MOVE WS-TIMESTAMP(9:2) TO WS-RL-HH.
           MOVE WS-TIMESTAMP(11:2) TO WS-RL-MM.
           MOVE WS-RECEIPT-LINE TO WS-RECEIPT-LINE-SAVE.
           SET WS-RECEIPT-TAKEN TO TRUE.
           IF WS-MESSAGE-SAVE = SPACES
               MOVE 'PAYMENT TAKEN - POSTS WITH TONIGHT''S RUN'
                   TO WS-MESSAGE-SAVE
           END-IF.
       3500-EXIT.
           EXIT.

       3600-SET-METHOD-WORD.
           EVALUATE TRUE
               WHEN TE-METHOD-CASH
                   MOVE 'CASH' TO WS-METHOD-WORD
               WHEN TE-METHOD-CHECK
                   MOVE 'CHECK' TO WS-METHOD-WORD
               WHEN TE-METHOD-DEBIT-CARD
                   MOVE 'DEBIT CARD' TO WS-METHOD-WORD
               WHEN TE-METHOD-PHONE-ACH
                   MOVE 'PHONE ACH' TO WS-METHOD-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-METHOD-WORD
           END-EVALUATE.

      *****************************************************************
      *** Show the open payment and the amount due - P+I, escrow    ***
      *** and late fees - with the loan's balance and the receipt   ***
      *** just taken, if any.                                       ***
      *****************************************************************
       5000-SHOW-PAYMENT.
           MOVE LOW-VALUES TO BNK1TO.
           MOVE TC-LOAN-NUMBER TO LOANNOO.
           MOVE ZERO TO TC-PAYMENT-NUMBER.
           IF NOT WS-LOAN-FOUND
               MOVE WS-MESSAGE-SAVE TO MSGO
               PERFORM 4000-SEND-PAYMENT-PAGE
               GO TO 5000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LM-STATUS-CURRENT
                   MOVE 'CURRENT' TO WS-LOAN-STATUS-WORD
               WHEN LM-STATUS-DELINQUENT
                   MOVE 'DELINQUENT' TO WS-LOAN-STATUS-WORD
               WHEN LM-STATUS-PAID-OFF
                   MOVE 'PAID OFF' TO WS-LOAN-STATUS-WORD
               WHEN LM-STATUS-FORECLOSURE
                   MOVE 'FORECLOSURE' TO WS-LOAN-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-LOAN-STATUS-WORD
           END-EVALUATE.
           IF WS-OPEN-FOUND
               MOVE PH-PAYMENT-NUMBER TO TC-PAYMENT-NUMBER
               MOVE PH-PAYMENT-NUMBER TO WS-OL-PAYMENT
               MOVE PH-DUE-DATE TO WS-DATE-IN
               PERFORM 8000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-OL-DUE-DATE
               IF PH-STATUS-MISSED
                   MOVE 'MISSED' TO WS-OL-STATUS
               ELSE
                   MOVE 'PENDING' TO WS-OL-STATUS
               END-IF
               MOVE WS-LOAN-STATUS-WORD TO WS-OL-LOAN-STATUS
               MOVE WS-OPEN-LINE TO LINE1O
               MOVE PH-AMOUNT-DUE TO WS-DU-PI
               MOVE LM-ESCROW-PAYMENT TO WS-DU-ESCROW
               MOVE LM-LATE-FEES-DUE TO WS-DU-LATE-FEES
               MOVE WS-DUE-LINE TO LINE2O
               MOVE WS-TOTAL-DUE TO WS-TD-TOTAL
               MOVE LM-UNAPPLIED-FUNDS TO WS-TD-UNAPPLIED
               MOVE WS-TOTAL-LINE TO LINE3O
           ELSE
               MOVE 'NO OPEN PAYMENT' TO LINE1O
           END-IF.
           MOVE LM-CURRENT-BALANCE TO WS-BL-BALANCE.
           IF LM-LAST-PAYMENT-DATE > ZERO
               MOVE LM-LAST-PAYMENT-DATE TO WS-DATE-IN
               PERFORM 8000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-BL-LAST-PAID
           ELSE
               MOVE 'NONE' TO WS-BL-LAST-PAID
           END-IF.
           MOVE WS-BALANCE-LINE TO LINE4O.
           IF WS-RECEIPT-TAKEN
               MOVE WS-RECEIPT-LINE-SAVE TO LINE5O
           END-IF.
           IF WS-MESSAGE-SAVE NOT = SPACES
               MOVE WS-MESSAGE-SAVE TO MSGO
           ELSE
               IF WS-OPEN-FOUND
                   MOVE 'KEY AMOUNT, METHOD (C/K/D/P) AND CONFIRMATION'
                       TO MSGO
               END-IF
           END-IF.
           MOVE -1 TO PAYAMTL.
           PERFORM 4000-SEND-PAYMENT-PAGE.
       5000-EXIT.
           EXIT.

       4000-SEND-PAYMENT-PAGE.
           EXEC CICS SEND MAP('BNK1T')
               MAPSET('BNK1T')
               FROM(BNK1TO)
               ERASE
               CURSOR
           END-EXEC.

       4100-SEND-DATAONLY.
           EXEC CICS SEND MAP('BNK1T')
               MAPSET('BNK1T')
               FROM(BNK1TO)
               DATAONLY
               CURSOR
           END-EXEC.

      *****************************************************************
      *** One audit record per receipt taken, EPSMTAUD shape, onto  ***
      *** the AUDQ extrapartition queue DBBDAILY appends to the     ***
      *** audit log - the transaction ID stands in for the job ID.  ***
      *****************************************************************
       6000-QUEUE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE EIBTRNID TO AU-JOB-ID.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE TC-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-ADD TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           MOVE LENGTH OF WS-AUDIT-RECORD TO WS-QUEUE-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('AUDQ')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-QUEUE-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PAYMENT TAKEN - AUDIT QUEUE FAILED, CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.

       7000-BACK-TO-INQUIRY.
           EXEC CICS XCTL PROGRAM('DBBINQ')
           END-EXEC.
           GOBACK.

       8000-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       8100-RETURN-DBBT.
           EXEC CICS RETURN
               TRANSID('DBBT')
               COMMAREA(WS-TLR-COMMAREA)
           END-EXEC.
           GOBACK.
