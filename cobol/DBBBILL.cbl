      ***              the due day is clamped to the due month's     ***
      ***              last day so a loan originated on the 29th-    ***
      ***              31st never gets an impossible due date.       ***
      *** 2026-10-15  Processing date now comes from the month-end   ***
      ***              date (last business day of the month being    ***
      ***              closed) on the BUSDATE control file instead   ***
      ***              of the system clock; a PARM date still        ***
      ***              overrides it.                                 ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-AMORTSCH-STATUS          PIC X(2)    VALUE '00'.
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
               MOVE BD-MONTH-END-DATE TO WS-AS-OF-DATE
           END-IF.
      *    The cycle window runs through the month after the as-of
      *    date - the month-end run bills the payment falling due in
           DISPLAY 'DBBBILL - AMOUNT BILLED:       ' WS-BILLED-AMOUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBBILL - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBBILL - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-LOAN.
           READ LOAN-MASTER
               AT END
