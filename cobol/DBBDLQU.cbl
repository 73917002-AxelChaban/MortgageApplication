      ***              record to the GLWORK file so the end-of-day   ***
      ***              DBBGLJR journal carries the fee income        ***
      ***              against the fees receivable.                  ***
      *** 2026-10-15  No late fee on a loan with a workout plan in   ***
      ***              force (WORKOUT file, set up on the DBBC       ***
      ***              screen).  Its missed payments still age and   ***
      ***              its status still moves, but each one that     ***
      ***              would have been charged is closed off as      ***
      ***              waived (fee flag set, zero fee, audited) so   ***
      ***              the fee is not picked up once the plan ends.  ***
      *** 2026-10-15  The same waiver for a loan under a bankruptcy  ***
      ***              or SCRA legal hold in force (LEGLHOLD file,   ***
      ***              kept on the DBBH screen) - the audit shows    ***
      ***              which of the two held the fee off.            ***
      *** 2026-10-15  Processing date now comes from the month-end   ***
      ***              date (last business day of the month being    ***
      ***              closed) on the BUSDATE control file instead   ***
      ***              of the system clock; a PARM date still        ***
      ***              overrides it.                                 ***
      *** 2026-10-15  Audit records now clear AU-APPROVER-USER-ID    ***
      ***              rather than leave it uninitialised - this run ***
      ***              has no second approver.                       ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *    WORKOUT is the workout KSDS keyed by loan number - the
      *    online DBBC screen maintains the same dataset.
           SELECT WORKOUT-FILE ASSIGN TO WORKOUT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WO-LOAN-NUMBER
               FILE STATUS IS WS-WORKOUT-STATUS.
      *    LEGLHOLD is the legal-hold KSDS keyed by loan number -
      *    the online DBBH screen maintains the same dataset.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
      *    GLWORK collects the day's money movements for the
      *    end-of-day DBBGLJR journal step (appended, DISP=MOD).
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  WORKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WORKOUT-RECORD.
          COPY EPSMTWKO.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  GL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01 GL-WORK-RECORD.
          COPY EPSMTGLW.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-GLWORK-STATUS            PIC X(2)    VALUE '00'.
           88  WS-GLWORK-OK                       VALUE '00'.
       01 WS-WORKOUT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-WORKOUT-OK                      VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-PAYMENT-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-PAYMENT-EOF                     VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
           88  WS-HAS-MISSED                      VALUE 'Y'.
       01 WS-LOAN-ACTIVE-SW           PIC X(1)    VALUE 'N'.
           88  WS-LOAN-ACTIVE                     VALUE 'Y'.
       01 WS-WORKOUT-SW               PIC X(1)    VALUE 'N'.
           88  WS-IN-WORKOUT                      VALUE 'Y'.
       01 WS-LEGAL-HOLD-SW            PIC X(1)    VALUE 'N'.
           88  WS-ON-LEGAL-HOLD                   VALUE 'Y'.
       01 WS-FEE-WAIVED-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-HOLD-WAIVED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-OLDEST-MISSED-DUE-DATE   PIC 9(8)    VALUE ZERO.
       01 WS-NO-MISSED-SENTINEL       PIC 9(8)    VALUE 99999999.
       01 WS-DAYS-LATE                PIC S9(5)   VALUE ZERO.
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
               MOVE BD-MONTH-END-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN I-O PAYMENT-HISTORY.
           OPEN I-O LOAN-MASTER.
           OPEN OUTPUT AUDIT-FILE.
           OPEN EXTEND GL-WORK-FILE.
           OPEN INPUT WORKOUT-FILE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT WS-PAYHIST-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-AUDITLOG-OK
                   OR NOT WS-GLWORK-OK OR NOT WS-WORKOUT-OK
                   OR NOT WS-LEGLHOLD-OK
               DISPLAY 'DBBDLQU - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           CLOSE LOAN-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE GL-WORK-FILE.
           CLOSE WORKOUT-FILE.
           CLOSE LEGAL-HOLD-FILE.
           DISPLAY 'DBBDLQU - LOANS WORKED:        ' WS-LOAN-COUNT.
           DISPLAY 'DBBDLQU - SET MISSED:          '
               WS-MISSED-SET-COUNT.
               WS-SET-CURR-COUNT.
           DISPLAY 'DBBDLQU - LATE FEES ASSESSED:  ' WS-FEE-COUNT.
           DISPLAY 'DBBDLQU - LATE FEE DOLLARS:    ' WS-FEE-TOTAL.
           DISPLAY 'DBBDLQU - FEES WAIVED WORKOUT: '
               WS-FEE-WAIVED-COUNT.
           DISPLAY 'DBBDLQU - FEES WAIVED HOLD:    '
               WS-HOLD-WAIVED-COUNT.
           DISPLAY 'DBBDLQU - AUDIT RECORDS OUT:   ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBDLQU - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBDLQU - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                       MOVE PH-DUE-DATE TO WS-OLDEST-MISSED-DUE-DATE
                   END-IF
                   IF PH-FEE-OPEN AND WS-LOAN-ACTIVE
                       IF WS-IN-WORKOUT OR WS-ON-LEGAL-HOLD
                           PERFORM 2150-WAIVE-LATE-FEE
                       ELSE
                           PERFORM 2100-ASSESS-LATE-FEE
                       END-IF
                   END-IF
               END-IF
               PERFORM 1000-READ-NEXT-PAYMENT
                       SET WS-LOAN-ACTIVE TO TRUE
                   END-IF
           END-READ.
           PERFORM 2020-CHECK-WORKOUT.
           PERFORM 2030-CHECK-LEGAL-HOLD.

      *****************************************************************
      *** A forbearance, repayment plan or modification in force    ***
      *** (and not past its end date) holds off the late fees.      ***
      *****************************************************************
       2020-CHECK-WORKOUT.
           MOVE 'N' TO WS-WORKOUT-SW.
           MOVE WS-CURRENT-LOAN-KEY TO WO-LOAN-NUMBER.
           READ WORKOUT-FILE
               INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   IF WO-PLAN-IN-FORCE
                           AND (WO-END-DATE = ZERO
                               OR WO-END-DATE NOT < WS-AS-OF-DATE)
                       SET WS-IN-WORKOUT TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *** A bankruptcy or SCRA hold in force (started, and not past ***
      *** its end date) holds off the late fees as well.            ***
      *****************************************************************
       2030-CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-LEGAL-HOLD-SW.
           MOVE WS-CURRENT-LOAN-KEY TO LH-LOAN-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   IF LH-STATUS-ACTIVE
                           AND LH-START-DATE NOT > WS-AS-OF-DATE
                           AND (LH-END-DATE = ZERO
                               OR LH-END-DATE NOT < WS-AS-OF-DATE)
                       SET WS-ON-LEGAL-HOLD TO TRUE
                   END-IF
           END-READ.

      *****************************************************************
      *** A pending payment unpaid past its due date plus the grace ***
           PERFORM 5000-WRITE-AUDIT-RECORD.
           PERFORM 6500-WRITE-GL-WORK.

      *****************************************************************
      *** Under a workout plan or a legal hold the missed payment   ***
      *** is closed off without a charge - flagged so no later run  ***
      *** assesses it - and the waiver is audited like a fee.       ***
      *****************************************************************
       2150-WAIVE-LATE-FEE.
           MOVE ZERO TO PH-LATE-FEE-AMOUNT.
           SET PH-FEE-ASSESSED TO TRUE.
           REWRITE PAYMENT-HISTORY-RECORD.
           MOVE 'PH-LATE-FEE-AMOUNT' TO AU-FIELD-NAME.
           MOVE PH-PAYMENT-NUMBER TO WS-FT-PAYMENT.
           MOVE WS-FEE-TAG TO AU-OLD-VALUE.
           IF WS-ON-LEGAL-HOLD
               ADD 1 TO WS-HOLD-WAIVED-COUNT
               MOVE 'WAIVED - LEGAL HOLD' TO AU-NEW-VALUE
           ELSE
               ADD 1 TO WS-FEE-WAIVED-COUNT
               MOVE 'WAIVED - WORKOUT PLAN' TO AU-NEW-VALUE
           END-IF.
           PERFORM 5000-WRITE-AUDIT-RECORD.

      *****************************************************************
      *** Status rules - thirty days or more past due on a missed   ***
      *** payment sets DELINQUENT; a delinquent loan with no missed ***
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE WS-CURRENT-LOAN-KEY TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

