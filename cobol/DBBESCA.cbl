      ***              name and address.                             ***
      *** 2026-08-21  Borrower first name trimmed of its field       ***
      ***              padding on the statement name line.           ***
      *** 2026-10-15  Analysis year now defaults to the year-end     ***
      ***              year on the BUSDATE control file instead of   ***
      ***              the clock year; a PARM year still overrides   ***
      ***              it.                                           ***
      *** 2026-10-15  Mortgage insurance premiums paid in the year   ***
      ***              print on their own line, and once the MI has  ***
      ***              been terminated or cancelled they drop out of ***
      ***              the projected disbursements, so the suggested ***
      ***              payment no longer funds a premium that has    ***
      ***              stopped.                                      ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ANALYSIS-PRINT ASSIGN TO ESCAPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCAPRT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  ANALYSIS-PRINT
           LABEL RECORDS ARE STANDARD.
       01 ANALYSIS-PRINT-LINE         PIC X(133).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-ESCRHIST-STATUS          PIC X(2)    VALUE '00'.
       01 WS-YEAR-DISBURSED           PIC 9(9)V99 VALUE ZERO.
       01 WS-TAX-DISBURSED            PIC 9(9)V99 VALUE ZERO.
       01 WS-INS-DISBURSED            PIC 9(9)V99 VALUE ZERO.
       01 WS-MI-DISBURSED             PIC 9(9)V99 VALUE ZERO.
       01 WS-PROJECTED-DISBURSED      PIC 9(9)V99 VALUE ZERO.
       01 WS-PROJECTED-DEPOSITS       PIC 9(9)V99 VALUE ZERO.
       01 WS-PROJECTED-END-BALANCE    PIC S9(9)V99 VALUE ZERO.
       01 WS-CUSHION                  PIC 9(9)V99 VALUE ZERO.
           05  LS-PARM-YEAR            PIC 9(4).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-YEAR IS NUMERIC
               MOVE LS-PARM-YEAR TO WS-ANALYSIS-YEAR
           END-IF.
           IF WS-ANALYSIS-YEAR = ZERO
               MOVE BD-YEAR-END-YEAR TO WS-ANALYSIS-YEAR
           END-IF.

           OPEN INPUT LOAN-MASTER.
               WS-STATEMENT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBESCA - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBESCA - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-NEXT-LOAN.
           READ LOAN-MASTER NEXT
               AT END
           MOVE ZERO TO WS-YEAR-DISBURSED.
           MOVE ZERO TO WS-TAX-DISBURSED.
           MOVE ZERO TO WS-INS-DISBURSED.
           MOVE ZERO TO WS-MI-DISBURSED.
           PERFORM UNTIL WS-HISTORY-EOF
                   OR EH-LOAN-NUMBER NOT < LM-LOAN-NUMBER
               PERFORM 1100-READ-NEXT-HISTORY
                   IF EH-TYPE-INSURANCE
                       ADD EH-DISBURSE-AMOUNT TO WS-INS-DISBURSED
                   END-IF
                   IF EH-TYPE-MORTGAGE-INS
                       ADD EH-DISBURSE-AMOUNT TO WS-MI-DISBURSED
                   END-IF
               END-IF
               PERFORM 1100-READ-NEXT-HISTORY
           END-PERFORM.
      *** payment; the projected end balance against the cushion    ***
      *** gives the shortage or surplus, and the suggested payment  ***
      *** is what funds next year's bills plus the cushion from the ***
      *** balance on hand, spread over twelve months.  Mortgage     ***
      *** insurance since terminated or cancelled will not be paid  ***
      *** again, so it drops out of the projection.                 ***
      *****************************************************************
       4000-COMPUTE-ANALYSIS.
           MOVE WS-YEAR-DISBURSED TO WS-PROJECTED-DISBURSED.
           IF NOT LM-MI-IN-FORCE
               SUBTRACT WS-MI-DISBURSED FROM WS-PROJECTED-DISBURSED
           END-IF.
           COMPUTE WS-PROJECTED-DEPOSITS =
               LM-ESCROW-PAYMENT * 12.
           COMPUTE WS-PROJECTED-END-BALANCE =
               LM-ESCROW-BALANCE + WS-PROJECTED-DEPOSITS
                   - WS-PROJECTED-DISBURSED.
           COMPUTE WS-CUSHION = LM-ESCROW-PAYMENT * 2.
           MOVE ZERO TO WS-SHORTAGE.
           MOVE ZERO TO WS-SURPLUS.
                   WS-PROJECTED-END-BALANCE - WS-CUSHION
           END-IF.
           COMPUTE WS-SUGGESTED-PAYMENT ROUNDED =
               (WS-PROJECTED-DISBURSED + WS-CUSHION
                   - LM-ESCROW-BALANCE) / 12.
           IF WS-SUGGESTED-PAYMENT < ZERO
               MOVE ZERO TO WS-SUGGESTED-PAYMENT
           END-IF.
           MOVE WS-INS-DISBURSED TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE.
           PERFORM 6200-WRITE-LABEL-LINE.
           IF WS-MI-DISBURSED > ZERO
               MOVE 'MORTGAGE INSURANCE PAID:' TO WS-LB-LABEL
               MOVE WS-MI-DISBURSED TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE
               PERFORM 6200-WRITE-LABEL-LINE
           END-IF.
           MOVE 'PROJECTED DISBURSEMENTS:' TO WS-LB-LABEL.
           MOVE WS-PROJECTED-DISBURSED TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO WS-LB-VALUE.
           PERFORM 6200-WRITE-LABEL-LINE.
           MOVE 'PROJECTED DEPOSITS:' TO WS-LB-LABEL.
