      ***              and a loan with no collateral record on file ***
      ***              rejects to the register.  Bills were being   ***
      ***              paid on nothing but the keyed payee name.    ***
      *** 2026-10-15  Each paid item goes to the history file marked ***
      ***              check due, for the DBBCHKI check run to cut   ***
      ***              the check - the cash desk no longer writes    ***
      ***              them by hand.                                 ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock.                             ***
      *** 2026-10-15  Mortgage insurance premiums (type M, billed    ***
      ***              each month by DBBPMI) are now paid like any   ***
      ***              other bill, but validated against the MI      ***
      ***              terms on the loan master instead of the       ***
      ***              collateral record - the payee must be the MI  ***
      ***              carrier on file and the MI must still be in   ***
      ***              force.                                        ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
       01 GL-WORK-RECORD.
          COPY EPSMTGLW.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-DISBURSE-STATUS          PIC X(2)    VALUE '00'.
           88  WS-DISBURSE-OK                     VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           05  WS-RG-DISPOSITION      PIC X(30).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT DISBURSE-FILE.
           OPEN I-O LOAN-MASTER.
           OPEN INPUT PROPERTY-MASTER.
           DISPLAY 'DBBESCR - AMOUNT DISBURSED:   ' WS-PAID-AMOUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBESCR - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBESCR - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-DISBURSEMENT.
           READ DISBURSE-FILE
               AT END
                           TO WS-RG-DISPOSITION
                       PERFORM 6000-WRITE-REJECT-LINE
                   ELSE
                       IF DS-TYPE-MORTGAGE-INS
                           PERFORM 2300-VALIDATE-MORTGAGE-INS
                       ELSE
                           PERFORM 2100-VALIDATE-COLLATERAL
                               THRU 2100-EXIT
                       END-IF
                   END-IF
           END-READ.

           END-REWRITE.
           MOVE DISBURSE-RECORD TO ESCROW-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO EH-PAID-DATE.
           SET EH-CHECK-DUE TO TRUE.
           MOVE ZERO TO EH-CHECK-NUMBER.
           WRITE ESCROW-HISTORY-RECORD.
           MOVE 'PAID' TO WS-RG-DISPOSITION.
           PERFORM 6100-WRITE-REGISTER-LINE.
           ADD DS-DISBURSE-AMOUNT TO WS-PAID-AMOUNT.
           PERFORM 6500-WRITE-GL-WORK.

      *****************************************************************
      *** A mortgage insurance premium is checked against the loan  ***
      *** master, where the MI terms live - it pays only the        ***
      *** carrier on file, and only while the MI is in force (a     ***
      *** premium billed before a termination is not paid after).   ***
      *****************************************************************
       2300-VALIDATE-MORTGAGE-INS.
           EVALUATE TRUE
               WHEN NOT LM-MI-IN-FORCE
                   MOVE 'REJECTED - MI NOT IN FORCE'
                       TO WS-RG-DISPOSITION
                   PERFORM 6000-WRITE-REJECT-LINE
               WHEN DS-PAYEE-NAME NOT = LM-MI-CARRIER
                   MOVE 'REJECTED - PAYEE NOT MI CARRIER'
                       TO WS-RG-DISPOSITION
                   PERFORM 6000-WRITE-REJECT-LINE
               WHEN OTHER
                   PERFORM 2200-PAY-DISBURSEMENT
           END-EVALUATE.

       6000-WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.
           PERFORM 6100-WRITE-REGISTER-LINE.
