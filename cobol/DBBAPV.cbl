  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBAPV.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Maintenance approval (DBBV), the second  ***
      ***              half of dual control on the DBBM maintenance  ***
      ***              screen.  A DBBM change to the interest rate,  ***
      ***              current balance, term or an SSN waits on the  ***
      ***              pending-approval file (PENDAPPR); this screen ***
      ***              pages through the items still pending, one at ***
      ***              a time, showing who keyed it and when and the ***
      ***              values on file beside the pending ones.  The  ***
      ***              approver keys A to approve - the transaction  ***
      ***              goes to the MNTQ queue for that night's       ***
      ***              DBBMAINT run carrying both user IDs - or R to ***
      ***              reject it.  The user who keyed a change can   ***
      ***              neither approve nor reject it.  An approved   ***
      ***              change is rebuilt from the loan master as it  ***
      ***              stands at approval, keeping only what the     ***
      ***              change itself alters, so postings made while  ***
      ***              it waited are not undone.  Every decision is  ***
      ***              audited in the EPSMTAUD shape to the AUDQ     ***
      ***              transient data queue.                         ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-PENDING-RECORD.
          COPY EPSMTPND.
       01 WS-MAINT-TRANSACTION.
          COPY EPSMTTRN.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-CUSTOMER-RECORD.
          COPY EPSMTCOM.
       01 WS-COBORROWER-RECORD.
          COPY EPSMTCB2.
       01 WS-AUDIT-RECORD.
          COPY EPSMTAUD.
      *    The item on the screen rides the COMMAREA from one ENTER
      *    to the next - spaces when none is showing.
       01 WS-COMMAREA.
           05  WS-CA-PENDING-KEY      PIC X(24)   VALUE SPACES.
       01 WS-BROWSE-KEY               PIC X(24)   VALUE SPACES.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-ITEM-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-ITEM-FOUND                      VALUE 'Y'.
       01 WS-BROWSE-END-SW            PIC X(1)    VALUE 'N'.
           88  WS-BROWSE-END                      VALUE 'Y'.
       01 WS-SKIP-SHOWN-SW            PIC X(1)    VALUE 'N'.
           88  WS-SKIP-SHOWN                      VALUE 'Y'.
       01 WS-STAY-SW                  PIC X(1)    VALUE 'N'.
           88  WS-STAY-ON-ITEM                    VALUE 'Y'.
       01 WS-LOAN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-LOAN-FOUND                      VALUE 'Y'.
       01 WS-CUSTOMER-FOUND-SW        PIC X(1)    VALUE 'N'.
           88  WS-CUSTOMER-FOUND                  VALUE 'Y'.
       01 WS-COBORROWER-FOUND-SW      PIC X(1)    VALUE 'N'.
           88  WS-COBORROWER-FOUND                VALUE 'Y'.
      *    Carries the decision result past the map rebuild - MSGO
      *    lives in the map area the show paragraph clears.
       01 WS-MESSAGE-SAVE             PIC X(60)   VALUE SPACES.
       01 WS-RATE-EDIT                PIC Z9.999.
       01 WS-BALANCE-EDIT             PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-TERM-EDIT                PIC ZZ9.
       01 WS-SSN-IN                   PIC X(9)    VALUE SPACES.
       01 WS-SSN-IN-X REDEFINES WS-SSN-IN.
           05  WS-SI-AREA             PIC X(3).
           05  WS-SI-GROUP            PIC X(2).
           05  WS-SI-SERIAL           PIC X(4).
       01 WS-SSN-OUT.
           05  WS-SO-AREA             PIC X(3).
           05  FILLER                 PIC X(1)    VALUE '-'.
           05  WS-SO-GROUP            PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '-'.
           05  WS-SO-SERIAL           PIC X(4).
       01 WS-ITEM-LINE.
           05  FILLER                 PIC X(5)    VALUE 'LOAN '.
           05  WS-IL-LOAN             PIC X(10).
           05  FILLER                 PIC X(11)   VALUE '  CUSTOMER '.
           05  WS-IL-CUSTOMER         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-IL-NAME             PIC X(30).
       01 WS-KEYED-LINE.
           05  FILLER                 PIC X(9)    VALUE 'KEYED BY '.
           05  WS-KL-USER             PIC X(8).
           05  FILLER                 PIC X(4)    VALUE ' ON '.
           05  WS-KL-DATE             PIC X(10).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-KL-HH               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ':'.
           05  WS-KL-MN               PIC X(2).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(18)   VALUE 'FIELD'.
           05  FILLER                 PIC X(16)   VALUE 'ON FILE'.
           05  FILLER                 PIC X(16)   VALUE 'PENDING'.
       01 WS-COMPARE-LINE.
           05  WS-CL-LABEL            PIC X(18).
           05  WS-CL-ON-FILE          PIC X(14).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-CL-PENDING          PIC X(14).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-CL-FLAG             PIC X(7).
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
       01 WS-ENTRY-TIME               PIC 9(14)   VALUE ZERO.
       01 WS-ENTRY-TIME-X REDEFINES WS-ENTRY-TIME.
           05  WS-ET-DATE             PIC 9(8).
           05  WS-ET-HH               PIC X(2).
           05  WS-ET-MN               PIC X(2).
           05  WS-ET-SS               PIC X(2).
       COPY BNK1VDM.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(24).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           EXEC CICS HANDLE AID
               PF3(9000-END-SESSION)
               CLEAR(9000-END-SESSION)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(1000-SEND-FIRST-ITEM)
           END-EXEC.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-FIRST-ITEM
           ELSE
               MOVE DFHCOMMAREA TO WS-CA-PENDING-KEY
               PERFORM 2000-RECEIVE-AND-WORK THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
               TRANSID('DBBV')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
           GOBACK.

      *****************************************************************
      *** First entry (or an unreadable screen) - open on the first ***
      *** item pending on the file.                                 ***
      *****************************************************************
       1000-SEND-FIRST-ITEM.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           MOVE 'N' TO WS-SKIP-SHOWN-SW.
           PERFORM 4000-FIND-PENDING THRU 4000-EXIT.
           PERFORM 5000-SHOW-ITEM THRU 5000-EXIT.
           PERFORM 8100-RETURN-DBBV.

      *****************************************************************
      *** ENTER - act on the item showing when A or R is keyed,     ***
      *** then move on to the next pending item.  A keyed loan      ***
      *** number starts the browse at that loan instead.  An item   ***
      *** the user may not decide stays on the screen.              ***
      *****************************************************************
       2000-RECEIVE-AND-WORK.
           EXEC CICS RECEIVE MAP('BNK1V')
               MAPSET('BNK1V')
               INTO(BNK1VI)
           END-EXEC.

           MOVE 'N' TO WS-STAY-SW.
           IF ACTIONI = 'A' OR ACTIONI = 'R'
               IF WS-CA-PENDING-KEY = SPACES
                   MOVE 'NO CHANGE SHOWING - PRESS ENTER FOR THE NEXT'
                       TO WS-MESSAGE-SAVE
               ELSE
                   PERFORM 3000-DECIDE-ITEM THRU 3000-EXIT
               END-IF
           ELSE
               IF ACTIONI NOT = 'N' AND ACTIONI NOT = SPACES
                       AND ACTIONI NOT = LOW-VALUES
                   MOVE 'ACTION MUST BE A (APPROVE), R (REJECT) OR N'
                       TO WS-MESSAGE-SAVE
                   SET WS-STAY-ON-ITEM TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN LOANNOI NOT = SPACES AND LOANNOI NOT = LOW-VALUES
                       AND LOANNOI NOT = WS-CA-PENDING-KEY(1:10)
                   MOVE LOW-VALUES TO WS-BROWSE-KEY
                   MOVE LOANNOI TO WS-BROWSE-KEY(1:10)
                   MOVE 'N' TO WS-SKIP-SHOWN-SW
               WHEN WS-CA-PENDING-KEY = SPACES
                   MOVE LOW-VALUES TO WS-BROWSE-KEY
                   MOVE 'N' TO WS-SKIP-SHOWN-SW
               WHEN WS-STAY-ON-ITEM
                   MOVE WS-CA-PENDING-KEY TO WS-BROWSE-KEY
                   MOVE 'N' TO WS-SKIP-SHOWN-SW
               WHEN OTHER
                   MOVE WS-CA-PENDING-KEY TO WS-BROWSE-KEY
                   SET WS-SKIP-SHOWN TO TRUE
           END-EVALUATE.
           PERFORM 4000-FIND-PENDING THRU 4000-EXIT.
           PERFORM 5000-SHOW-ITEM THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Approve or reject the item showing.  It must still be     ***
      *** pending, and the user deciding it must not be the user    ***
      *** who keyed it.  An approved change goes to the MNTQ queue  ***
      *** with both user IDs before the item is marked approved.    ***
      *****************************************************************
       3000-DECIDE-ITEM.
           EXEC CICS READ FILE('PENDAPPR')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-CA-PENDING-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'PENDING ITEM READ FAILED - TRY AGAIN'
                   TO WS-MESSAGE-SAVE
               SET WS-STAY-ON-ITEM TO TRUE
               GO TO 3000-EXIT
           END-IF.
           IF NOT PA-STATUS-PENDING
               EXEC CICS UNLOCK FILE('PENDAPPR')
               END-EXEC
               MOVE SPACES TO WS-MESSAGE-SAVE
               STRING 'ALREADY DECIDED BY ' DELIMITED BY SIZE
                      PA-CHECKER-USER-ID DELIMITED BY SPACE
                   INTO WS-MESSAGE-SAVE
               END-STRING
               GO TO 3000-EXIT
           END-IF.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           IF WS-USER-ID = PA-MAKER-USER-ID
               EXEC CICS UNLOCK FILE('PENDAPPR')
               END-EXEC
               MOVE 'YOU KEYED THIS CHANGE - ANOTHER USER MUST DECIDE'
                   TO WS-MESSAGE-SAVE
               SET WS-STAY-ON-ITEM TO TRUE
               GO TO 3000-EXIT
           END-IF.

           MOVE PA-TRANSACTION TO WS-MAINT-TRANSACTION.
           IF ACTIONI = 'A'
               PERFORM 3100-REFRESH-CARRIED-FIELDS THRU 3100-EXIT
               MOVE WS-USER-ID TO TR-CHECKER-USER-ID
               MOVE LENGTH OF WS-MAINT-TRANSACTION TO WS-QUEUE-LENGTH
               EXEC CICS WRITEQ TD
                   QUEUE('MNTQ')
                   FROM(WS-MAINT-TRANSACTION)
                   LENGTH(WS-QUEUE-LENGTH)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS UNLOCK FILE('PENDAPPR')
                   END-EXEC
                   MOVE 'QUEUE WRITE FAILED - CALL SYSTEMS'
                       TO WS-MESSAGE-SAVE
                   SET WS-STAY-ON-ITEM TO TRUE
                   GO TO 3000-EXIT
               END-IF
               MOVE WS-MAINT-TRANSACTION TO PA-TRANSACTION
               SET PA-STATUS-APPROVED TO TRUE
               MOVE 'APPROVED FOR TONIGHT''S RUN' TO WS-MESSAGE-SAVE
           ELSE
               SET PA-STATUS-REJECTED TO TRUE
               MOVE 'REJECTED - THE CHANGE WILL NOT BE APPLIED'
                   TO WS-MESSAGE-SAVE
           END-IF.
           MOVE WS-USER-ID TO PA-CHECKER-USER-ID.
           MOVE WS-TIMESTAMP(1:14) TO PA-DECISION-TIMESTAMP.
           EXEC CICS REWRITE FILE('PENDAPPR')
               FROM(WS-PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DECISION NOT SAVED ON THE FILE - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.
           PERFORM 6000-QUEUE-AUDIT-RECORD.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *** The change may have waited days for approval, while the   ***
      *** batch posted payments, rate changes, recasts, workouts    ***
      *** and fees to the loan.  Start again from the loan master   ***
      *** as it stands now and keep from the held transaction only  ***
      *** what the change itself alters - the rate, balance or term ***
      *** flagged as changed, and a loan status or escrow payment   ***
      *** the maker keyed differently from the one then on file -   ***
      *** so the approval cannot undo anything posted since.  The   ***
      *** MI fields stay blank on the transaction, which leaves the ***
      *** master's MI terms to DBBMAINT as they stand.              ***
      *****************************************************************
       3100-REFRESH-CARRIED-FIELDS.
           EXEC CICS READ FILE('LOANMSTR')
               INTO(WS-LOAN-RECORD)
               RIDFLD(TL-LOAN-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-EXIT
           END-IF.
           IF NOT PA-BALANCE-CHANGED
               MOVE LM-CURRENT-BALANCE OF WS-LOAN-RECORD
                   TO TL-CURRENT-BALANCE
           END-IF.
           IF NOT PA-RATE-CHANGED
               MOVE LM-INTEREST-RATE OF WS-LOAN-RECORD
                   TO TL-INTEREST-RATE
           END-IF.
           IF NOT PA-TERM-CHANGED
               MOVE LM-TERM-MONTHS OF WS-LOAN-RECORD
                   TO TL-TERM-MONTHS
           END-IF.
           IF TL-LOAN-STATUS = PA-KEYED-LOAN-STATUS
               MOVE LM-LOAN-STATUS OF WS-LOAN-RECORD
                   TO TL-LOAN-STATUS
           END-IF.
           IF TL-ESCROW-PAYMENT = PA-KEYED-ESCROW-PAYMENT
               MOVE LM-ESCROW-PAYMENT OF WS-LOAN-RECORD
                   TO TL-ESCROW-PAYMENT
           END-IF.
           MOVE LM-ORIGINAL-PRINCIPAL OF WS-LOAN-RECORD
               TO TL-ORIGINAL-PRINCIPAL.
           MOVE LM-ORIGINATION-DATE OF WS-LOAN-RECORD
               TO TL-ORIGINATION-DATE.
           MOVE LM-LAST-PAYMENT-DATE OF WS-LOAN-RECORD
               TO TL-LAST-PAYMENT-DATE.
           MOVE LM-ESCROW-BALANCE OF WS-LOAN-RECORD
               TO TL-ESCROW-BALANCE.
           MOVE LM-RATE-TYPE OF WS-LOAN-RECORD TO TL-RATE-TYPE.
           MOVE LM-ARM-INDEX-CODE OF WS-LOAN-RECORD
               TO TL-ARM-INDEX-CODE.
           MOVE LM-ARM-MARGIN OF WS-LOAN-RECORD TO TL-ARM-MARGIN.
           MOVE LM-ARM-PERIODIC-CAP OF WS-LOAN-RECORD
               TO TL-ARM-PERIODIC-CAP.
           MOVE LM-ARM-LIFETIME-CAP OF WS-LOAN-RECORD
               TO TL-ARM-LIFETIME-CAP.
           MOVE LM-ARM-NEXT-CHANGE-DATE OF WS-LOAN-RECORD
               TO TL-ARM-NEXT-CHANGE-DATE.
           MOVE LM-LATE-FEES-DUE OF WS-LOAN-RECORD
               TO TL-LATE-FEES-DUE.
           MOVE LM-UNAPPLIED-FUNDS OF WS-LOAN-RECORD
               TO TL-UNAPPLIED-FUNDS.
           MOVE LM-INVESTOR-NUMBER OF WS-LOAN-RECORD
               TO TL-INVESTOR-NUMBER.
           MOVE LM-RECAST-DATE OF WS-LOAN-RECORD TO TL-RECAST-DATE.
           MOVE LM-MOD-DATE OF WS-LOAN-RECORD TO TL-MOD-DATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *** Browse forward from WS-BROWSE-KEY to the first item still ***
      *** pending - past the one just shown when WS-SKIP-SHOWN.     ***
      *****************************************************************
       4000-FIND-PENDING.
           MOVE 'N' TO WS-ITEM-FOUND-SW.
           MOVE 'N' TO WS-BROWSE-END-SW.
           EXEC CICS STARTBR FILE('PENDAPPR')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4000-EXIT
           END-IF.
           PERFORM UNTIL WS-ITEM-FOUND OR WS-BROWSE-END
               EXEC CICS READNEXT FILE('PENDAPPR')
                   INTO(WS-PENDING-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   SET WS-BROWSE-END TO TRUE
               ELSE
                   IF PA-STATUS-PENDING
                       AND NOT (WS-SKIP-SHOWN
                           AND PA-PENDING-KEY = WS-CA-PENDING-KEY)
                       SET WS-ITEM-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM.
           EXEC CICS ENDBR FILE('PENDAPPR')
           END-EXEC.
       4000-EXIT.
           EXIT.

      *****************************************************************
      *** Show the item - the loan and customer, who keyed it and   ***
      *** when, and each sensitive field on file beside its pending ***
      *** value, the ones the change alters flagged.                ***
      *****************************************************************
       5000-SHOW-ITEM.
           MOVE LOW-VALUES TO BNK1VO.
           IF NOT WS-ITEM-FOUND
               MOVE SPACES TO WS-CA-PENDING-KEY
               MOVE 'NO MORE CHANGES PENDING APPROVAL' TO LINE1O
               IF WS-MESSAGE-SAVE = SPACES
                   MOVE 'PRESS ENTER TO START AGAIN FROM THE TOP'
                       TO MSGO
               ELSE
                   MOVE WS-MESSAGE-SAVE TO MSGO
               END-IF
               MOVE -1 TO LOANNOL
               PERFORM 5900-SEND-ITEM-PAGE
               GO TO 5000-EXIT
           END-IF.
           MOVE PA-PENDING-KEY TO WS-CA-PENDING-KEY.
           MOVE PA-TRANSACTION TO WS-MAINT-TRANSACTION.
           PERFORM 5100-READ-MASTERS.

           MOVE PA-LOAN-NUMBER TO LOANNOO.
           MOVE PA-LOAN-NUMBER TO WS-IL-LOAN.
           MOVE TR-CUSTOMER-NUMBER TO WS-IL-CUSTOMER.
           MOVE SPACES TO WS-IL-NAME.
           STRING TR-CUST-LAST-NAME DELIMITED BY SPACE
                  ', ' DELIMITED BY SIZE
                  TR-CUST-FIRST-NAME DELIMITED BY SPACE
               INTO WS-IL-NAME
           END-STRING.
           MOVE WS-ITEM-LINE TO LINE1O.
           MOVE PA-MAKER-USER-ID TO WS-KL-USER.
           MOVE PA-ENTRY-TIMESTAMP TO WS-ENTRY-TIME.
           MOVE WS-ET-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-KL-DATE.
           MOVE WS-ET-HH TO WS-KL-HH.
           MOVE WS-ET-MN TO WS-KL-MN.
           MOVE WS-KEYED-LINE TO LINE2O.
           MOVE WS-COLUMN-LINE TO LINE3O.

           MOVE 'INTEREST RATE' TO WS-CL-LABEL.
           MOVE 'NOT ON FILE' TO WS-CL-ON-FILE.
           IF WS-LOAN-FOUND
               MOVE LM-INTEREST-RATE OF WS-LOAN-RECORD TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO WS-CL-ON-FILE
           END-IF.
           MOVE TL-INTEREST-RATE TO WS-RATE-EDIT.
           MOVE WS-RATE-EDIT TO WS-CL-PENDING.
           MOVE SPACES TO WS-CL-FLAG.
           IF PA-RATE-CHANGED
               MOVE 'CHANGED' TO WS-CL-FLAG
           END-IF.
           MOVE WS-COMPARE-LINE TO LINE4O.

           MOVE 'CURRENT BALANCE' TO WS-CL-LABEL.
           MOVE 'NOT ON FILE' TO WS-CL-ON-FILE.
           IF WS-LOAN-FOUND
               MOVE LM-CURRENT-BALANCE OF WS-LOAN-RECORD
                   TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO WS-CL-ON-FILE
           END-IF.
           MOVE TL-CURRENT-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO WS-CL-PENDING.
           MOVE SPACES TO WS-CL-FLAG.
           IF PA-BALANCE-CHANGED
               MOVE 'CHANGED' TO WS-CL-FLAG
           END-IF.
           MOVE WS-COMPARE-LINE TO LINE5O.

           MOVE 'TERM (MONTHS)' TO WS-CL-LABEL.
           MOVE 'NOT ON FILE' TO WS-CL-ON-FILE.
           IF WS-LOAN-FOUND
               MOVE LM-TERM-MONTHS OF WS-LOAN-RECORD TO WS-TERM-EDIT
               MOVE WS-TERM-EDIT TO WS-CL-ON-FILE
           END-IF.
           MOVE TL-TERM-MONTHS TO WS-TERM-EDIT.
           MOVE WS-TERM-EDIT TO WS-CL-PENDING.
           MOVE SPACES TO WS-CL-FLAG.
           IF PA-TERM-CHANGED
               MOVE 'CHANGED' TO WS-CL-FLAG
           END-IF.
           MOVE WS-COMPARE-LINE TO LINE6O.

           MOVE 'BORROWER SSN' TO WS-CL-LABEL.
           MOVE 'NOT ON FILE' TO WS-CL-ON-FILE.
           IF WS-CUSTOMER-FOUND
               MOVE CM-CUSTOMER-SSN OF WS-CUSTOMER-RECORD TO WS-SSN-IN
               PERFORM 8200-FORMAT-SSN
               MOVE WS-SSN-OUT TO WS-CL-ON-FILE
           END-IF.
           MOVE TR-CUSTOMER-SSN TO WS-SSN-IN.
           PERFORM 8200-FORMAT-SSN.
           MOVE WS-SSN-OUT TO WS-CL-PENDING.
           MOVE SPACES TO WS-CL-FLAG.
           IF PA-SSN-CHANGED
               MOVE 'CHANGED' TO WS-CL-FLAG
           END-IF.
           MOVE WS-COMPARE-LINE TO LINE7O.

           MOVE 'CO-BORROWER SSN' TO WS-CL-LABEL.
           MOVE 'NONE' TO WS-CL-ON-FILE.
           IF WS-COBORROWER-FOUND
               MOVE CB-COBR-SSN OF WS-COBORROWER-RECORD TO WS-SSN-IN
               PERFORM 8200-FORMAT-SSN
               MOVE WS-SSN-OUT TO WS-CL-ON-FILE
           END-IF.
           IF TB-COBR-LAST-NAME = SPACES
               MOVE 'NOT KEYED' TO WS-CL-PENDING
           ELSE
               MOVE TB-COBR-SSN TO WS-SSN-IN
               PERFORM 8200-FORMAT-SSN
               MOVE WS-SSN-OUT TO WS-CL-PENDING
           END-IF.
           MOVE SPACES TO WS-CL-FLAG.
           IF PA-COBR-SSN-CHANGED
               MOVE 'CHANGED' TO WS-CL-FLAG
           END-IF.
           MOVE WS-COMPARE-LINE TO LINE8O.

           IF WS-MESSAGE-SAVE = SPACES
               MOVE 'KEY A TO APPROVE, R TO REJECT, N OR ENTER FOR NEXT'
                   TO MSGO
           ELSE
               MOVE WS-MESSAGE-SAVE TO MSGO
           END-IF.
           MOVE -1 TO ACTIONL.
           PERFORM 5900-SEND-ITEM-PAGE.
       5000-EXIT.
           EXIT.

       5100-READ-MASTERS.
           MOVE 'N' TO WS-LOAN-FOUND-SW.
           EXEC CICS READ FILE('LOANMSTR')
               INTO(WS-LOAN-RECORD)
               RIDFLD(PA-LOAN-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-LOAN-FOUND TO TRUE
           END-IF.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
           EXEC CICS READ FILE('CUSTMSTR')
               INTO(WS-CUSTOMER-RECORD)
               RIDFLD(TR-CUSTOMER-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-CUSTOMER-FOUND TO TRUE
           END-IF.
           MOVE 'N' TO WS-COBORROWER-FOUND-SW.
           EXEC CICS READ FILE('COBRMSTR')
               INTO(WS-COBORROWER-RECORD)
               RIDFLD(PA-LOAN-NUMBER)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-COBORROWER-FOUND TO TRUE
           END-IF.

       5900-SEND-ITEM-PAGE.
           EXEC CICS SEND MAP('BNK1V')
               MAPSET('BNK1V')
               FROM(BNK1VO)
               ERASE
               CURSOR
           END-EXEC.

      *****************************************************************
      *** One audit record per decision, EPSMTAUD shape, onto the   ***
      *** AUDQ extrapartition queue DBBDAILY appends to the audit   ***
      *** log - the maker in the user column, the approver beside   ***
      *** it, the fields the change alters in the new-value column. ***
      *****************************************************************
       6000-QUEUE-AUDIT-RECORD.
           INITIALIZE WS-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE EIBTRNID TO AU-JOB-ID.
           MOVE PA-MAKER-USER-ID TO AU-USER-ID.
           MOVE WS-USER-ID TO AU-APPROVER-USER-ID.
           MOVE PA-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           IF PA-STATUS-APPROVED
               MOVE 'MAINT CHG APPROVED' TO AU-FIELD-NAME
           ELSE
               MOVE 'MAINT CHG REJECTED' TO AU-FIELD-NAME
           END-IF.
           MOVE PA-ENTRY-TIMESTAMP TO AU-OLD-VALUE.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING PA-RATE-CHANGED-SW DELIMITED BY SIZE
                  PA-BALANCE-CHANGED-SW DELIMITED BY SIZE
                  PA-TERM-CHANGED-SW DELIMITED BY SIZE
                  PA-SSN-CHANGED-SW DELIMITED BY SIZE
                  PA-COBR-SSN-CHANGED-SW DELIMITED BY SIZE
                  ' RATE/BAL/TERM/SSN/CO-SSN' DELIMITED BY SIZE
               INTO AU-NEW-VALUE
           END-STRING.
           MOVE LENGTH OF WS-AUDIT-RECORD TO WS-QUEUE-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('AUDQ')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-QUEUE-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AUDIT QUEUE WRITE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.

       8000-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       8100-RETURN-DBBV.
           EXEC CICS RETURN
               TRANSID('DBBV')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
           GOBACK.

       8200-FORMAT-SSN.
           MOVE WS-SI-AREA TO WS-SO-AREA.
           MOVE WS-SI-GROUP TO WS-SO-GROUP.
           MOVE WS-SI-SERIAL TO WS-SO-SERIAL.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM('DBBAPV - SESSION ENDED')
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
