      ***              alone - a paid-off borrower with leftover     ***
      ***              MISSED history records was still being        ***
      ***              dunned every month.                           ***
      *** 2026-10-15  A loan with a workout plan in force (WORKOUT   ***
      ***              file, set up on the DBBC screen) keeps its    ***
      ***              case and promise tracking but gets no notice  ***
      ***              letter and no foreclosure referral while the  ***
      ***              plan runs; the count prints with the totals.  ***
      *** 2026-10-15  The same for a loan under a bankruptcy or SCRA ***
      ***              legal hold in force (LEGLHOLD file, kept on   ***
      ***              the DBBH screen) - no notice, no referral,    ***
      ***              counted separately from the workout holds.    ***
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS CL-LOAN-NUMBER
               FILE STATUS IS WS-COLLCASE-STATUS.
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
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT NOTICE-PRINT ASSIGN TO NOTICES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICES-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 COLLECTION-CASE-RECORD.
          COPY EPSMTCOL.
       FD  WORKOUT-FILE
           LABEL RECORDS ARE STANDARD.
       01 WORKOUT-RECORD.
          COPY EPSMTWKO.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
       FD  NOTICE-PRINT
           LABEL RECORDS ARE STANDARD.
       01 NOTICE-PRINT-LINE           PIC X(133).
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
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-COLLCASE-STATUS          PIC X(2)    VALUE '00'.
           88  WS-COLLCASE-OK                     VALUE '00'.
       01 WS-WORKOUT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-WORKOUT-OK                      VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-REFERRAL-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PAYMENT-EOF                     VALUE 'Y'.
       01 WS-CASE-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-CASE-FOUND                      VALUE 'Y'.
       01 WS-WORKOUT-SW               PIC X(1)    VALUE 'N'.
           88  WS-IN-WORKOUT                      VALUE 'Y'.
       01 WS-LEGAL-HOLD-SW            PIC X(1)    VALUE 'N'.
           88  WS-ON-LEGAL-HOLD                   VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-CURRENT-LOAN-KEY         PIC X(10)   VALUE SPACES.
       01 WS-CASES-CLOSED             PIC 9(7)    VALUE ZERO.
       01 WS-BROKEN-PROMISES          PIC 9(7)    VALUE ZERO.
       01 WS-REFERRAL-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-WORKOUT-HELD-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-LEGAL-HELD-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-REFERRAL-BALANCE         PIC 9(11)V99 VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-BORROWER-NAME            PIC X(40)   VALUE SPACES.
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

           OPEN INPUT PAYMENT-HISTORY.
           OPEN I-O LOAN-MASTER.
           OPEN INPUT CUSTOMER-MASTER.
           OPEN I-O COLLECTION-CASE.
           OPEN INPUT WORKOUT-FILE.
           OPEN INPUT LEGAL-HOLD-FILE.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT REFERRAL-EXTRACT.
           OPEN OUTPUT NOTICE-PRINT.
           IF NOT WS-PAYHIST-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-CUSTMSTR-OK OR NOT WS-COLLCASE-OK
                   OR NOT WS-WORKOUT-OK OR NOT WS-LEGLHOLD-OK
                   OR NOT WS-AUDITLOG-OK OR NOT WS-REFERRAL-OK
                   OR NOT WS-NOTICES-OK
               DISPLAY 'DBBCOLL - OPEN FAILED'
           CLOSE LOAN-MASTER.
           CLOSE CUSTOMER-MASTER.
           CLOSE COLLECTION-CASE.
           CLOSE WORKOUT-FILE.
           CLOSE LEGAL-HOLD-FILE.
           CLOSE AUDIT-FILE.
           CLOSE REFERRAL-EXTRACT.
           CLOSE NOTICE-PRINT.
           DISPLAY 'DBBCOLL - CASES CLOSED:       ' WS-CASES-CLOSED.
           DISPLAY 'DBBCOLL - BROKEN PROMISES:    ' WS-BROKEN-PROMISES.
           DISPLAY 'DBBCOLL - REFERRED TO ATTY:   ' WS-REFERRAL-COUNT.
           DISPLAY 'DBBCOLL - HELD FOR WORKOUT:   '
               WS-WORKOUT-HELD-COUNT.
           DISPLAY 'DBBCOLL - HELD FOR LEGAL HOLD:'
               WS-LEGAL-HELD-COUNT.
           DISPLAY 'DBBCOLL - AUDIT RECORDS OUT:  ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBCOLL - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBCOLL - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
           END-IF.
           PERFORM 3000-GET-OR-OPEN-CASE.
           PERFORM 3200-CHECK-PROMISE.
           PERFORM 3300-CHECK-WORKOUT.
           PERFORM 3400-CHECK-LEGAL-HOLD.
           IF WS-ON-LEGAL-HOLD
               ADD 1 TO WS-LEGAL-HELD-COUNT
           ELSE
               IF WS-IN-WORKOUT
                   ADD 1 TO WS-WORKOUT-HELD-COUNT
               ELSE
                   IF WS-DAYS-LATE >= 120
                       PERFORM 5000-REFER-TO-FORECLOSURE THRU 5000-EXIT
                   ELSE
                       PERFORM 4000-SEND-NOTICE
                   END-IF
               END-IF
           END-IF.
           PERFORM 3900-PUT-CASE.
       2500-EXIT.
               ADD 1 TO WS-BROKEN-PROMISES
           END-IF.

      *****************************************************************
      *** A forbearance, repayment plan or modification in force    ***
      *** (and not past its end date) holds off the notice letter   ***
      *** and the foreclosure referral.                             ***
      *****************************************************************
       3300-CHECK-WORKOUT.
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
      *** A bankruptcy stay or SCRA protection in force (started,   ***
      *** and not past its end date) stops all collection contact - ***
      *** no notice letter and no foreclosure referral.             ***
      *****************************************************************
       3400-CHECK-LEGAL-HOLD.
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

       3900-PUT-CASE.
           IF WS-CASE-FOUND
               REWRITE COLLECTION-CASE-RECORD
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE WS-CURRENT-LOAN-KEY TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

