      ***              address defaults to the primary borrower's    ***
      ***              (a different address is keyed through the     ***
      ***              batch transaction file).                      ***
      *** 2026-10-15  Dual control.  A CHANGE that alters the        ***
      ***              interest rate, current balance or term on the ***
      ***              loan master, the borrower's SSN on the        ***
      ***              customer master or the co-borrower's SSN is   ***
      ***              no longer queued - it is written to the       ***
      ***              pending-approval file (PENDAPPR) for a second ***
      ***              user to approve on DBBV, which queues it.     ***
      ***              The held item also keeps the loan status and  ***
      ***              escrow payment then on file, so DBBV can tell ***
      ***              whether the maker altered them.  Every        ***
      ***              transaction now carries the signed-on user as ***
      ***              its maker for DBBMAINT's audit.               ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-EDIT-ERROR-SW            PIC X(1)    VALUE 'N'.
           88  WS-EDIT-ERROR                      VALUE 'Y'.
       01 WS-LOAN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-LOAN-FOUND                      VALUE 'Y'.
       01 WS-APPROVAL-SW              PIC X(1)    VALUE 'N'.
           88  WS-HOLD-FOR-APPROVAL               VALUE 'Y'.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-MAINT-TRANSACTION.
          COPY EPSMTTRN.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-CUSTOMER-RECORD.
          COPY EPSMTCOM.
       01 WS-COBORROWER-RECORD.
          COPY EPSMTCB2.
       01 WS-PENDING-RECORD.
          COPY EPSMTPND.
       01 WS-AMOUNT-X                 PIC X(11)   VALUE SPACES.
       01 WS-AMOUNT-9 REDEFINES WS-AMOUNT-X
                                      PIC 9(9)V99.
      *****************************************************************
      *** Build the EPSMTTRN record from the accepted screen and    ***
      *** write it to the maintenance queue for that night's        ***
      *** DBBMAINT run - or, for a change to a sensitive field, to  ***
      *** the pending-approval file for a second user's approval.   ***
      *****************************************************************
       4000-QUEUE-TRANSACTION.
           INITIALIZE WS-MAINT-TRANSACTION.
      *    and zeros here would wipe them (flipping an adjustable
      *    loan to fixed).  A blank escrow payment likewise means
      *    "leave it alone", not zero.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           IF TRNCODEI = 'C'
               EXEC CICS READ FILE('LOANMSTR')
                   INTO(WS-LOAN-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   SET WS-LOAN-FOUND TO TRUE
                   MOVE LM-LATE-FEES-DUE OF WS-LOAN-RECORD
                       TO TL-LATE-FEES-DUE
                   MOVE LM-RATE-TYPE OF WS-LOAN-RECORD
                   END-IF
               END-IF
           END-IF.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           MOVE WS-USER-ID TO TR-MAKER-USER-ID.
           MOVE 'N' TO WS-APPROVAL-SW.
           IF TRNCODEI = 'C'
               PERFORM 4500-CHECK-SENSITIVE
           END-IF.
           IF WS-HOLD-FOR-APPROVAL
               PERFORM 4600-HOLD-FOR-APPROVAL
           ELSE
               PERFORM 4700-WRITE-MAINT-QUEUE
           END-IF.

       4700-WRITE-MAINT-QUEUE.
           MOVE LENGTH OF WS-MAINT-TRANSACTION TO WS-QUEUE-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('MNTQ')
               PERFORM 5000-RESEND-WITH-MESSAGE
           END-IF.

      *****************************************************************
      *** Dual control - compare the change against the masters.    ***
      *** A new interest rate, current balance or term, a new       ***
      *** borrower SSN, or a keyed co-borrower SSN that differs     ***
      *** from the one on file (or a co-borrower not yet on file)   ***
      *** holds the change for approval.  A loan or customer not on ***
      *** file is left to DBBMAINT to reject, as before.            ***
      *****************************************************************
       4500-CHECK-SENSITIVE.
           INITIALIZE WS-PENDING-RECORD.
           MOVE 'NNNNN' TO PA-SENSITIVE-FIELDS.
           IF WS-LOAN-FOUND
               MOVE LM-LOAN-STATUS OF WS-LOAN-RECORD
                   TO PA-KEYED-LOAN-STATUS
               MOVE LM-ESCROW-PAYMENT OF WS-LOAN-RECORD
                   TO PA-KEYED-ESCROW-PAYMENT
               IF TL-INTEREST-RATE
                       NOT = LM-INTEREST-RATE OF WS-LOAN-RECORD
                   MOVE 'Y' TO PA-RATE-CHANGED-SW
               END-IF
               IF TL-CURRENT-BALANCE
                       NOT = LM-CURRENT-BALANCE OF WS-LOAN-RECORD
                   MOVE 'Y' TO PA-BALANCE-CHANGED-SW
               END-IF
               IF TL-TERM-MONTHS
                       NOT = LM-TERM-MONTHS OF WS-LOAN-RECORD
                   MOVE 'Y' TO PA-TERM-CHANGED-SW
               END-IF
           END-IF.
           EXEC CICS READ FILE('CUSTMSTR')
               INTO(WS-CUSTOMER-RECORD)
               RIDFLD(TR-CUSTOMER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF TR-CUSTOMER-SSN
                       NOT = CM-CUSTOMER-SSN OF WS-CUSTOMER-RECORD
                   MOVE 'Y' TO PA-SSN-CHANGED-SW
               END-IF
           END-IF.
           IF TB-COBR-LAST-NAME NOT = SPACES
               EXEC CICS READ FILE('COBRMSTR')
                   INTO(WS-COBORROWER-RECORD)
                   RIDFLD(TL-LOAN-NUMBER)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'Y' TO PA-COBR-SSN-CHANGED-SW
               ELSE
                   IF TB-COBR-SSN
                           NOT = CB-COBR-SSN OF WS-COBORROWER-RECORD
                       MOVE 'Y' TO PA-COBR-SSN-CHANGED-SW
                   END-IF
               END-IF
           END-IF.
           IF PA-SENSITIVE-FIELDS NOT = 'NNNNN'
               SET WS-HOLD-FOR-APPROVAL TO TRUE
           END-IF.

      *****************************************************************
      *** Write the held change to the pending-approval file, keyed ***
      *** by loan number and the time it was keyed, with the maker. ***
      *****************************************************************
       4600-HOLD-FOR-APPROVAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE TL-LOAN-NUMBER TO PA-LOAN-NUMBER.
           MOVE WS-TIMESTAMP(1:14) TO PA-ENTRY-TIMESTAMP.
           SET PA-STATUS-PENDING TO TRUE.
           MOVE WS-USER-ID TO PA-MAKER-USER-ID.
           MOVE SPACES TO PA-CHECKER-USER-ID.
           MOVE ZERO TO PA-DECISION-TIMESTAMP.
           MOVE WS-MAINT-TRANSACTION TO PA-TRANSACTION.
           EXEC CICS WRITE FILE('PENDAPPR')
               FROM(WS-PENDING-RECORD)
               RIDFLD(PA-PENDING-KEY)
               RESP(WS-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO BNK1MO
                   MOVE 'HELD FOR APPROVAL ON DBBV BY ANOTHER USER'
                       TO MSGO
                   MOVE -1 TO TRNCODEL
                   EXEC CICS SEND MAP('BNK1M')
                       MAPSET('BNK1M')
                       FROM(BNK1MO)
                       ERASE
                       CURSOR
                   END-EXEC
               WHEN WS-RESP = DFHRESP(DUPREC)
                   MOVE 'CHANGE NOT HELD - PRESS ENTER AGAIN' TO MSGO
                   PERFORM 5000-RESEND-WITH-MESSAGE
               WHEN OTHER
                   MOVE 'PENDING FILE WRITE FAILED - CALL SYSTEMS'
                       TO MSGO
                   PERFORM 5000-RESEND-WITH-MESSAGE
           END-EVALUATE.

       5000-RESEND-WITH-MESSAGE.
           EXEC CICS SEND MAP('BNK1M')
               MAPSET('BNK1M')
