      ***              case yet gets one opened on the first         ***
      ***              update, so the rep can log a contact before   ***
      ***              month-end catches the account.                ***
      *** 2026-10-15  Workout plans.  The rep sets up a forbearance, ***
      ***              repayment or modification plan (WORKOUT file) ***
      ***              from the same screen - type, status, end      ***
      ***              date, trial payment and count, the modified   ***
      ***              rate and term - and keys each trial payment   ***
      ***              as it comes in.  A modification is approved   ***
      ***              (status P) once the trial payments are all    ***
      ***              made; DBBMOD books it overnight.  Every plan  ***
      ***              field changed goes to the audit log with the  ***
      ***              user once the plan rewrite has gone through.  ***
      ***              Audit records clear AU-APPROVER-USER-ID -     ***
      ***              this screen has no second approver.           ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-CASE-RECORD.
          COPY EPSMTCOL.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-WORKOUT-RECORD.
          COPY EPSMTWKO.
       01 WS-OLD-WORKOUT-RECORD.
          COPY EPSMTWKO REPLACING LEADING ==WO-== BY ==WP-==.
       01 WS-AUDIT-RECORD.
          COPY EPSMTAUD.
       01 WS-CASE-KEY                 PIC X(10)   VALUE SPACES.
       01 WS-TODAY                    PIC 9(8)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-CASE-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-CASE-FOUND                      VALUE 'Y'.
       01 WS-UPDATE-SW                PIC X(1)    VALUE 'N'.
           88  WS-UPDATE-KEYED                    VALUE 'Y'.
       01 WS-PLAN-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-PLAN-FOUND                      VALUE 'Y'.
       01 WS-WORKOUT-SW               PIC X(1)    VALUE 'N'.
           88  WS-WORKOUT-KEYED                   VALUE 'Y'.
       01 WS-NEW-PLAN-SW              PIC X(1)    VALUE 'N'.
           88  WS-NEW-PLAN                        VALUE 'Y'.
       01 WS-LOG-SUB                  PIC S9(4) COMP VALUE ZERO.
       01 WS-LINE-SUB                 PIC S9(4) COMP VALUE ZERO.
       01 WS-PRMDT-X                  PIC X(8)    VALUE SPACES.
       01 WS-PRMAMT-9 REDEFINES WS-PRMAMT-X
                                      PIC 9(7)V99.
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
      *    Keyed workout fields - left at spaces when the field was
      *    not keyed, so a keyed zero (trial count reset) still counts.
       01 WS-WOEND-X                  PIC X(8)    VALUE SPACES.
       01 WS-WOEND-9 REDEFINES WS-WOEND-X
                                      PIC 9(8).
       01 WS-TRLAMT-X                 PIC X(9)    VALUE SPACES.
       01 WS-TRLAMT-9 REDEFINES WS-TRLAMT-X
                                      PIC 9(7)V99.
       01 WS-TRLREQ-X                 PIC X(1)    VALUE SPACES.
       01 WS-TRLREQ-9 REDEFINES WS-TRLREQ-X
                                      PIC 9(1).
       01 WS-TRLPD-X                  PIC X(1)    VALUE SPACES.
       01 WS-TRLPD-9 REDEFINES WS-TRLPD-X
                                      PIC 9(1).
       01 WS-MODRT-X                  PIC X(5)    VALUE SPACES.
       01 WS-MODRT-9 REDEFINES WS-MODRT-X
                                      PIC 9(2)V999.
       01 WS-MODTRM-X                 PIC X(3)    VALUE SPACES.
       01 WS-MODTRM-9 REDEFINES WS-MODTRM-X
                                      PIC 9(3).
       01 WS-WOSTAT-X                 PIC X(1)    VALUE SPACES.
      *    The plan as it will stand once the keyed fields apply -
      *    the status edits are made against these before any update.
       01 WS-EFF-TYPE                 PIC X(1)    VALUE SPACES.
       01 WS-EFF-STATUS               PIC X(1)    VALUE SPACES.
       01 WS-EFF-REQUIRED             PIC 9(1)    VALUE ZERO.
       01 WS-EFF-MADE                 PIC 9(1)    VALUE ZERO.
       01 WS-EFF-RATE                 PIC 9(2)V999 VALUE ZERO.
       01 WS-EFF-TERM                 PIC 9(3)    VALUE ZERO.
       01 WS-RATE-EDIT                PIC Z9.999.
       01 WS-TYPE-WORD                PIC X(12)   VALUE SPACES.
       01 WS-PLAN-STATUS-WORD         PIC X(9)    VALUE SPACES.
      *    Carries the update result past the map rebuild - MSGO
      *    lives in the map area the show paragraph clears.
       01 WS-MESSAGE-SAVE             PIC X(60)   VALUE SPACES.
           05  WS-LG-DATE             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-LG-NOTE             PIC X(40).
       01 WS-PLAN-LINE-1.
           05  FILLER                 PIC X(9)    VALUE 'WORKOUT: '.
           05  WS-P1-TYPE             PIC X(12).
           05  FILLER                 PIC X(9)    VALUE '  STATUS '.
           05  WS-P1-STATUS           PIC X(9).
           05  FILLER                 PIC X(8)    VALUE '  START '.
           05  WS-P1-START            PIC X(10).
           05  FILLER                 PIC X(6)    VALUE '  END '.
           05  WS-P1-END              PIC X(10).
       01 WS-PLAN-LINE-2.
           05  FILLER                 PIC X(6)    VALUE 'TRIAL '.
           05  WS-P2-MADE             PIC 9(1).
           05  FILLER                 PIC X(1)    VALUE '/'.
           05  WS-P2-REQUIRED         PIC 9(1).
           05  FILLER                 PIC X(4)    VALUE ' OF '.
           05  WS-P2-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(11)   VALUE '  MOD RATE '.
           05  WS-P2-RATE             PIC Z9.999.
           05  FILLER                 PIC X(7)    VALUE '  TERM '.
           05  WS-P2-TERM             PIC ZZ9.
           05  FILLER                 PIC X(9)    VALUE '  BOOKED '.
           05  WS-P2-BOOKED           PIC X(10).
       01 WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
       01 DFHCOMMAREA                 PIC X(10).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           EXEC CICS HANDLE AID
               PF3(9000-END-SESSION)
               CLEAR(9000-END-SESSION)

      *****************************************************************
      *** ENTER - show the keyed loan's case; any keyed promise /   ***
      *** broken-flag / note field updates it first, and any keyed  ***
      *** workout field updates the loan's workout plan.            ***
      *****************************************************************
       2000-RECEIVE-AND-WORK.
           EXEC CICS RECEIVE MAP('BNK1C')
                   OR (NOTEI NOT = SPACES AND NOTEI NOT = LOW-VALUES)
               SET WS-UPDATE-KEYED TO TRUE
           END-IF.
           MOVE 'N' TO WS-WORKOUT-SW.
           IF (WOTYPEI NOT = SPACES AND WOTYPEI NOT = LOW-VALUES)
                   OR (WOSTATI NOT = SPACES
                       AND WOSTATI NOT = LOW-VALUES)
                   OR (WOENDI NOT = SPACES AND WOENDI NOT = LOW-VALUES)
                   OR (TRLAMTI NOT = SPACES
                       AND TRLAMTI NOT = LOW-VALUES)
                   OR (TRLREQI NOT = SPACES
                       AND TRLREQI NOT = LOW-VALUES)
                   OR (TRLPDI NOT = SPACES AND TRLPDI NOT = LOW-VALUES)
                   OR (MODRTI NOT = SPACES AND MODRTI NOT = LOW-VALUES)
                   OR (MODTRMI NOT = SPACES
                       AND MODTRMI NOT = LOW-VALUES)
               SET WS-WORKOUT-KEYED TO TRUE
           END-IF.

      *    The workout edits run before either update so a keying
      *    error never leaves the case half applied.
           IF WS-WORKOUT-KEYED
               PERFORM 7000-EDIT-WORKOUT THRU 7000-EXIT
           END-IF.
           PERFORM 2500-READ-CASE.
           IF WS-UPDATE-KEYED
               PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
               PERFORM 2500-READ-CASE
           END-IF.
           IF WS-WORKOUT-KEYED
               PERFORM 7500-APPLY-WORKOUT THRU 7500-EXIT
           END-IF.
           PERFORM 5000-SHOW-CASE THRU 5000-EXIT.
       2000-EXIT.
           EXIT.
               SET WS-CASE-FOUND TO TRUE
           END-IF.

       2600-READ-WORKOUT.
           MOVE 'N' TO WS-PLAN-FOUND-SW.
           EXEC CICS READ FILE('WORKOUT')
               INTO(WS-WORKOUT-RECORD)
               RIDFLD(WS-CASE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-PLAN-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *** Apply the keyed fields - a new promise clears the broken  ***
      *** flag, a note rolls into the contact log newest first.     ***
               ADD 1 TO CL-CONTACT-COUNT
           END-IF.

      *****************************************************************
      *** Edit the keyed workout fields, then check the plan as it  ***
      *** will stand once they apply - a plan in force keeps its    ***
      *** type, a new plan needs a type and a live loan, and a      ***
      *** modification is approved only with its trial payments     ***
      *** made and its new rate and term keyed.  Nothing is locked  ***
      *** here, so an error simply goes back to the screen.         ***
      *****************************************************************
       7000-EDIT-WORKOUT.
           IF WOTYPEI NOT = SPACES AND WOTYPEI NOT = LOW-VALUES
                   AND WOTYPEI NOT = 'F' AND WOTYPEI NOT = 'R'
                   AND WOTYPEI NOT = 'M'
               MOVE 'PLAN TYPE MUST BE F, R OR M' TO MSGO
               MOVE -1 TO WOTYPEL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBC
           END-IF.
           IF WOSTATI NOT = SPACES AND WOSTATI NOT = LOW-VALUES
               MOVE WOSTATI TO WS-WOSTAT-X
               IF WS-WOSTAT-X NOT = 'A' AND WS-WOSTAT-X NOT = 'T'
                       AND WS-WOSTAT-X NOT = 'P'
                       AND WS-WOSTAT-X NOT = 'C'
                       AND WS-WOSTAT-X NOT = 'X'
                   MOVE 'PLAN STATUS MUST BE A, T, P, C OR X' TO MSGO
                   MOVE -1 TO WOSTATL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-WOSTAT-X
           END-IF.
           IF WOENDI NOT = SPACES AND WOENDI NOT = LOW-VALUES
               MOVE WOENDI TO WS-WOEND-X
               IF WS-WOEND-X IS NOT NUMERIC
                   MOVE 'PLAN END DATE MUST BE YYYYMMDD' TO MSGO
                   MOVE -1 TO WOENDL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-WOEND-X
           END-IF.
           IF TRLAMTI NOT = SPACES AND TRLAMTI NOT = LOW-VALUES
               MOVE TRLAMTI TO WS-TRLAMT-X
               IF WS-TRLAMT-X IS NOT NUMERIC
                   MOVE 'TRIAL AMOUNT MUST BE NUMERIC' TO MSGO
                   MOVE -1 TO TRLAMTL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-TRLAMT-X
           END-IF.
           IF TRLREQI NOT = SPACES AND TRLREQI NOT = LOW-VALUES
               MOVE TRLREQI TO WS-TRLREQ-X
               IF WS-TRLREQ-X IS NOT NUMERIC
                   MOVE 'TRIAL PAYMENTS REQUIRED MUST BE 0-9' TO MSGO
                   MOVE -1 TO TRLREQL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-TRLREQ-X
           END-IF.
           IF TRLPDI NOT = SPACES AND TRLPDI NOT = LOW-VALUES
               MOVE TRLPDI TO WS-TRLPD-X
               IF WS-TRLPD-X IS NOT NUMERIC
                   MOVE 'TRIAL PAYMENTS MADE MUST BE 0-9' TO MSGO
                   MOVE -1 TO TRLPDL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-TRLPD-X
           END-IF.
           IF MODRTI NOT = SPACES AND MODRTI NOT = LOW-VALUES
               MOVE MODRTI TO WS-MODRT-X
               IF WS-MODRT-X IS NOT NUMERIC
                   MOVE 'MOD RATE MUST BE 5 DIGITS (04250 = 4.250)'
                       TO MSGO
                   MOVE -1 TO MODRTL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-MODRT-X
           END-IF.
           IF MODTRMI NOT = SPACES AND MODTRMI NOT = LOW-VALUES
               MOVE MODTRMI TO WS-MODTRM-X
               IF WS-MODTRM-X IS NOT NUMERIC
                   MOVE 'MOD TERM MUST BE 3 DIGITS OF MONTHS' TO MSGO
                   MOVE -1 TO MODTRML
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           ELSE
               MOVE SPACES TO WS-MODTRM-X
           END-IF.

           PERFORM 2600-READ-WORKOUT.
           MOVE 'N' TO WS-NEW-PLAN-SW.
           IF WS-PLAN-FOUND AND WO-PLAN-IN-FORCE
               IF WOTYPEI NOT = SPACES AND WOTYPEI NOT = LOW-VALUES
                       AND WOTYPEI NOT = WO-PLAN-TYPE
                   MOVE 'CANCEL THE PLAN BEFORE CHANGING ITS TYPE'
                       TO MSGO
                   MOVE -1 TO WOTYPEL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               MOVE WO-PLAN-TYPE TO WS-EFF-TYPE
               MOVE WO-PLAN-STATUS TO WS-EFF-STATUS
               MOVE WO-TRIAL-PAYMENTS-REQUIRED TO WS-EFF-REQUIRED
               MOVE WO-TRIAL-PAYMENTS-MADE TO WS-EFF-MADE
               MOVE WO-MOD-RATE TO WS-EFF-RATE
               MOVE WO-MOD-TERM-MONTHS TO WS-EFF-TERM
           ELSE
               IF WOTYPEI = SPACES OR WOTYPEI = LOW-VALUES
                   MOVE 'NO PLAN IN FORCE - KEY A PLAN TYPE TO START'
                       TO MSGO
                   MOVE -1 TO WOTYPEL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               EXEC CICS READ FILE('LOANMSTR')
                   INTO(WS-LOAN-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'LOAN NOT ON LOAN MASTER' TO MSGO
                   MOVE -1 TO LOANNOL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               IF LM-STATUS-PAID-OFF
                   MOVE 'LOAN IS PAID OFF - NO WORKOUT PLAN' TO MSGO
                   MOVE -1 TO LOANNOL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               SET WS-NEW-PLAN TO TRUE
               MOVE WOTYPEI TO WS-EFF-TYPE
               IF WS-EFF-TYPE = 'M'
                   MOVE 'T' TO WS-EFF-STATUS
               ELSE
                   MOVE 'A' TO WS-EFF-STATUS
               END-IF
               MOVE ZERO TO WS-EFF-REQUIRED
               MOVE ZERO TO WS-EFF-MADE
               MOVE ZERO TO WS-EFF-RATE
               MOVE ZERO TO WS-EFF-TERM
           END-IF.
           IF WS-TRLREQ-X NOT = SPACES
               MOVE WS-TRLREQ-9 TO WS-EFF-REQUIRED
           END-IF.
           IF WS-TRLPD-X NOT = SPACES
               MOVE WS-TRLPD-9 TO WS-EFF-MADE
           END-IF.
           IF WS-MODRT-X NOT = SPACES
               MOVE WS-MODRT-9 TO WS-EFF-RATE
           END-IF.
           IF WS-MODTRM-X NOT = SPACES
               MOVE WS-MODTRM-9 TO WS-EFF-TERM
           END-IF.
           IF WS-WOSTAT-X NOT = SPACES
               MOVE WS-WOSTAT-X TO WS-EFF-STATUS
           END-IF.

           IF WS-EFF-TYPE NOT = 'M'
                   AND (WS-MODRT-X NOT = SPACES
                       OR WS-MODTRM-X NOT = SPACES)
               MOVE 'MOD RATE AND TERM ARE FOR A MODIFICATION'
                   TO MSGO
               MOVE -1 TO MODRTL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBC
           END-IF.
           IF WS-EFF-STATUS = 'A' AND WS-EFF-TYPE = 'M'
               MOVE 'A MODIFICATION RUNS AS A TRIAL (T)' TO MSGO
               MOVE -1 TO WOSTATL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBC
           END-IF.
           IF WS-EFF-STATUS = 'T' AND WS-EFF-TYPE NOT = 'M'
               MOVE 'TRIAL (T) IS FOR A MODIFICATION ONLY' TO MSGO
               MOVE -1 TO WOSTATL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBC
           END-IF.
           IF WS-EFF-STATUS = 'P'
               IF WS-EFF-TYPE NOT = 'M'
                   MOVE 'ONLY A MODIFICATION IS APPROVED (P)' TO MSGO
                   MOVE -1 TO WOSTATL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               IF WS-EFF-MADE < WS-EFF-REQUIRED
                   MOVE 'TRIAL PAYMENTS NOT ALL MADE - CANNOT APPROVE'
                       TO MSGO
                   MOVE -1 TO WOSTATL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
               IF WS-EFF-RATE = ZERO OR WS-EFF-TERM = ZERO
                   MOVE 'KEY THE MODIFIED RATE AND TERM TO APPROVE'
                       TO MSGO
                   MOVE -1 TO MODRTL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
      *        Approved terms are what DBBMOD books - they are not
      *        changed under the approval; back to trial first.
               IF NOT WS-NEW-PLAN AND WO-STATUS-APPROVED
                       AND (WS-MODRT-X NOT = SPACES
                           OR WS-MODTRM-X NOT = SPACES
                           OR WS-TRLREQ-X NOT = SPACES
                           OR WS-TRLPD-X NOT = SPACES
                           OR WS-TRLAMT-X NOT = SPACES)
                   MOVE 'PLAN APPROVED - SET STATUS T TO CHANGE IT'
                       TO MSGO
                   MOVE -1 TO WOSTATL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBC
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      *** Apply the edited workout fields, one audit record per     ***
      *** field changed.  A status change stamps the status date;   ***
      *** approval stamps the approving user and date; a higher     ***
      *** trial count stamps the date the trial payment came in.    ***
      *****************************************************************
       7500-APPLY-WORKOUT.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           IF WS-NEW-PLAN
               PERFORM 7600-OPEN-NEW-PLAN THRU 7600-EXIT
               IF NOT WS-PLAN-FOUND
                   GO TO 7500-EXIT
               END-IF
           ELSE
               EXEC CICS READ FILE('WORKOUT')
                   INTO(WS-WORKOUT-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'WORKOUT READ FAILED - TRY AGAIN'
                       TO WS-MESSAGE-SAVE
                   GO TO 7500-EXIT
               END-IF
           END-IF.
           MOVE WS-WORKOUT-RECORD TO WS-OLD-WORKOUT-RECORD.
           IF WS-WOEND-X NOT = SPACES
               MOVE WS-WOEND-9 TO WO-END-DATE
           END-IF.
           IF WS-TRLAMT-X NOT = SPACES
               MOVE WS-TRLAMT-9 TO WO-TRIAL-PAYMENT-AMOUNT
           END-IF.
           IF WS-TRLREQ-X NOT = SPACES
               MOVE WS-TRLREQ-9 TO WO-TRIAL-PAYMENTS-REQUIRED
           END-IF.
           IF WS-TRLPD-X NOT = SPACES
                   AND WS-TRLPD-9 NOT = WO-TRIAL-PAYMENTS-MADE
               IF WS-TRLPD-9 > WO-TRIAL-PAYMENTS-MADE
                   MOVE WS-TODAY TO WO-LAST-TRIAL-DATE
               END-IF
               MOVE WS-TRLPD-9 TO WO-TRIAL-PAYMENTS-MADE
           END-IF.
           IF WS-MODRT-X NOT = SPACES
               MOVE WS-MODRT-9 TO WO-MOD-RATE
           END-IF.
           IF WS-MODTRM-X NOT = SPACES
               MOVE WS-MODTRM-9 TO WO-MOD-TERM-MONTHS
           END-IF.
           IF WS-WOSTAT-X NOT = SPACES
                   AND WS-WOSTAT-X NOT = WO-PLAN-STATUS
               MOVE WS-WOSTAT-X TO WO-PLAN-STATUS
               MOVE WS-TODAY TO WO-STATUS-DATE
               IF WO-STATUS-APPROVED
                   MOVE WS-USER-ID TO WO-APPROVED-BY
                   MOVE WS-TODAY TO WO-APPROVED-DATE
               ELSE
                   MOVE SPACES TO WO-APPROVED-BY
                   MOVE ZERO TO WO-APPROVED-DATE
               END-IF
           END-IF.
           IF WS-WORKOUT-RECORD = WS-OLD-WORKOUT-RECORD
               EXEC CICS UNLOCK FILE('WORKOUT')
               END-EXEC
               IF WS-NEW-PLAN
                   MOVE 'WORKOUT PLAN OPENED' TO WS-MESSAGE-SAVE
               ELSE
                   MOVE 'NO CHANGE KEYED' TO WS-MESSAGE-SAVE
               END-IF
               GO TO 7500-EXIT
           END-IF.
           MOVE WS-USER-ID TO WO-MAINT-USER-ID.
           EXEC CICS REWRITE FILE('WORKOUT')
               FROM(WS-WORKOUT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               IF WS-MESSAGE-SAVE = 'CASE UPDATED'
                   MOVE 'CASE AND WORKOUT PLAN UPDATED'
                       TO WS-MESSAGE-SAVE
               ELSE
                   MOVE 'WORKOUT PLAN UPDATED' TO WS-MESSAGE-SAVE
               END-IF
               PERFORM 7700-AUDIT-WORKOUT-CHANGES
           ELSE
               MOVE 'WORKOUT UPDATE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.
       7500-EXIT.
           EXIT.

      *****************************************************************
      *** Start a new plan - written fresh, or over the loan's      ***
      *** finished plan (the old one's type and status go on the    ***
      *** audit record).  Read back for update either way so the    ***
      *** keyed fields apply down the same path.                    ***
      *****************************************************************
       7600-OPEN-NEW-PLAN.
           MOVE SPACES TO AU-OLD-VALUE.
           IF WS-PLAN-FOUND
               EXEC CICS READ FILE('WORKOUT')
                   INTO(WS-WORKOUT-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'N' TO WS-PLAN-FOUND-SW
                   MOVE 'WORKOUT READ FAILED - TRY AGAIN'
                       TO WS-MESSAGE-SAVE
                   GO TO 7600-EXIT
               END-IF
               STRING WO-PLAN-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WO-PLAN-STATUS DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WO-STATUS-DATE DELIMITED BY SIZE
                   INTO AU-OLD-VALUE
               END-STRING
           END-IF.
           MOVE SPACES TO WS-WORKOUT-RECORD.
           INITIALIZE WS-WORKOUT-RECORD.
           MOVE WS-CASE-KEY TO WO-LOAN-NUMBER.
           MOVE WOTYPEI TO WO-PLAN-TYPE.
           IF WO-PLAN-MODIFICATION
               SET WO-STATUS-TRIAL TO TRUE
           ELSE
               SET WO-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-TODAY TO WO-START-DATE.
           MOVE WS-TODAY TO WO-STATUS-DATE.
           MOVE WS-USER-ID TO WO-MAINT-USER-ID.
           IF WS-PLAN-FOUND
               EXEC CICS REWRITE FILE('WORKOUT')
                   FROM(WS-WORKOUT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('WORKOUT')
                   FROM(WS-WORKOUT-RECORD)
                   RIDFLD(WS-CASE-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
           MOVE 'N' TO WS-PLAN-FOUND-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'WORKOUT PLAN OPEN FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
               GO TO 7600-EXIT
           END-IF.
           MOVE 'WORKOUT PLAN OPENED' TO AU-FIELD-NAME.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING WO-PLAN-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WO-PLAN-STATUS DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WO-START-DATE DELIMITED BY SIZE
               INTO AU-NEW-VALUE
           END-STRING.
           PERFORM 6000-QUEUE-AUDIT-RECORD.
           EXEC CICS READ FILE('WORKOUT')
               INTO(WS-WORKOUT-RECORD)
               RIDFLD(WS-CASE-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-PLAN-FOUND TO TRUE
           ELSE
               MOVE 'WORKOUT READ FAILED - TRY AGAIN'
                   TO WS-MESSAGE-SAVE
           END-IF.
       7600-EXIT.
           EXIT.

      *****************************************************************
      *** One audit record per field the rewritten plan changed,    ***
      *** old value against new - queued only once the REWRITE has  ***
      *** gone through.                                             ***
      *****************************************************************
       7700-AUDIT-WORKOUT-CHANGES.
           IF WO-END-DATE NOT = WP-END-DATE
               MOVE 'WO-END-DATE' TO AU-FIELD-NAME
               MOVE WP-END-DATE TO AU-OLD-VALUE
               MOVE WO-END-DATE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-TRIAL-PAYMENT-AMOUNT NOT = WP-TRIAL-PAYMENT-AMOUNT
               MOVE 'WO-TRIAL-PMT-AMOUNT' TO AU-FIELD-NAME
               MOVE WP-TRIAL-PAYMENT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AU-OLD-VALUE
               MOVE WO-TRIAL-PAYMENT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-TRIAL-PAYMENTS-REQUIRED
                   NOT = WP-TRIAL-PAYMENTS-REQUIRED
               MOVE 'WO-TRIAL-PMTS-REQ' TO AU-FIELD-NAME
               MOVE WP-TRIAL-PAYMENTS-REQUIRED TO AU-OLD-VALUE
               MOVE WO-TRIAL-PAYMENTS-REQUIRED TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-TRIAL-PAYMENTS-MADE NOT = WP-TRIAL-PAYMENTS-MADE
               MOVE 'WO-TRIAL-PMTS-MADE' TO AU-FIELD-NAME
               MOVE WP-TRIAL-PAYMENTS-MADE TO AU-OLD-VALUE
               MOVE WO-TRIAL-PAYMENTS-MADE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-MOD-RATE NOT = WP-MOD-RATE
               MOVE 'WO-MOD-RATE' TO AU-FIELD-NAME
               MOVE WP-MOD-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO AU-OLD-VALUE
               MOVE WO-MOD-RATE TO WS-RATE-EDIT
               MOVE WS-RATE-EDIT TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-MOD-TERM-MONTHS NOT = WP-MOD-TERM-MONTHS
               MOVE 'WO-MOD-TERM-MONTHS' TO AU-FIELD-NAME
               MOVE WP-MOD-TERM-MONTHS TO AU-OLD-VALUE
               MOVE WO-MOD-TERM-MONTHS TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF WO-PLAN-STATUS NOT = WP-PLAN-STATUS
               MOVE 'WO-PLAN-STATUS' TO AU-FIELD-NAME
               MOVE WP-PLAN-STATUS TO AU-OLD-VALUE
               MOVE WO-PLAN-STATUS TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      *** One audit record per workout field changed, EPSMTAUD      ***
      *** shape, onto the AUDQ extrapartition queue DBBDAILY        ***
      *** appends to the audit log - the transaction ID stands in   ***
      *** for the job ID.                                           ***
      *****************************************************************
       6000-QUEUE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE EIBTRNID TO AU-JOB-ID.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE WS-CASE-KEY TO AU-CUSTOMER-NUMBER.
           IF AU-FIELD-NAME = 'WORKOUT PLAN OPENED'
               SET AU-ACTION-ADD TO TRUE
           ELSE
               SET AU-ACTION-CHANGE TO TRUE
           END-IF.
           MOVE SPACES TO AU-APPROVER-USER-ID.
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

      *****************************************************************
      *** Show the case - summary, promise and the contact log,     ***
      *** newest entry first - and the workout plan, case or no.    ***
      *****************************************************************
       5000-SHOW-CASE.
           MOVE LOW-VALUES TO BNK1CO.
           MOVE WS-CASE-KEY TO LOANNOO.
           PERFORM 5600-SHOW-WORKOUT.
           IF NOT WS-CASE-FOUND
               IF WS-MESSAGE-SAVE = SPACES
                   MOVE 'NO COLLECTION CASE FOR THIS LOAN' TO MSGO
                   MOVE WS-LOG-LINE TO LINE8O
           END-EVALUATE.

       5600-SHOW-WORKOUT.
           PERFORM 2600-READ-WORKOUT.
           IF NOT WS-PLAN-FOUND
               MOVE 'WORKOUT: NO PLAN ON FILE' TO PLAN1O
           ELSE
               EVALUATE TRUE
                   WHEN WO-PLAN-FORBEARANCE
                       MOVE 'FORBEARANCE' TO WS-TYPE-WORD
                   WHEN WO-PLAN-REPAYMENT
                       MOVE 'REPAYMENT' TO WS-TYPE-WORD
                   WHEN WO-PLAN-MODIFICATION
                       MOVE 'MODIFICATION' TO WS-TYPE-WORD
                   WHEN OTHER
                       MOVE 'UNKNOWN' TO WS-TYPE-WORD
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WO-STATUS-ACTIVE
                       MOVE 'ACTIVE' TO WS-PLAN-STATUS-WORD
                   WHEN WO-STATUS-TRIAL
                       MOVE 'TRIAL' TO WS-PLAN-STATUS-WORD
                   WHEN WO-STATUS-APPROVED
                       MOVE 'APPROVED' TO WS-PLAN-STATUS-WORD
                   WHEN WO-STATUS-BOOKED
                       MOVE 'BOOKED' TO WS-PLAN-STATUS-WORD
                   WHEN WO-STATUS-COMPLETED
                       MOVE 'COMPLETED' TO WS-PLAN-STATUS-WORD
                   WHEN WO-STATUS-CANCELLED
                       MOVE 'CANCELLED' TO WS-PLAN-STATUS-WORD
                   WHEN OTHER
                       MOVE 'UNKNOWN' TO WS-PLAN-STATUS-WORD
               END-EVALUATE
               MOVE WS-TYPE-WORD TO WS-P1-TYPE
               MOVE WS-PLAN-STATUS-WORD TO WS-P1-STATUS
               MOVE WO-START-DATE TO WS-DATE-IN
               PERFORM 8000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-P1-START
               IF WO-END-DATE > ZERO
                   MOVE WO-END-DATE TO WS-DATE-IN
                   PERFORM 8000-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-P1-END
               ELSE
                   MOVE 'OPEN' TO WS-P1-END
               END-IF
               MOVE WS-PLAN-LINE-1 TO PLAN1O
               MOVE WO-TRIAL-PAYMENTS-MADE TO WS-P2-MADE
               MOVE WO-TRIAL-PAYMENTS-REQUIRED TO WS-P2-REQUIRED
               MOVE WO-TRIAL-PAYMENT-AMOUNT TO WS-P2-AMOUNT
               MOVE WO-MOD-RATE TO WS-P2-RATE
               MOVE WO-MOD-TERM-MONTHS TO WS-P2-TERM
               IF WO-BOOKED-DATE > ZERO
                   MOVE WO-BOOKED-DATE TO WS-DATE-IN
                   PERFORM 8000-FORMAT-DATE
                   MOVE WS-DATE-OUT TO WS-P2-BOOKED
               ELSE
                   MOVE 'NO' TO WS-P2-BOOKED
               END-IF
               MOVE WS-PLAN-LINE-2 TO PLAN2O
           END-IF.

       4000-SEND-CASE-PAGE.
           EXEC CICS SEND MAP('BNK1C')
               MAPSET('BNK1C')
