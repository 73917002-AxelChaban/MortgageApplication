      ***              page - all the interest was being reported    ***
      ***              under one SSN and the other borrower's        ***
      ***              accountant complained every spring.           ***
      *** 2026-10-15  Tax year now defaults to the year-end year on  ***
      ***              the BUSDATE control file instead of the clock ***
      ***              year less one; a PARM year still overrides    ***
      ***              it.                                           ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT F1098-PRINT ASSIGN TO F1098PRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-F1098PRT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  F1098-PRINT
           LABEL RECORDS ARE STANDARD.
       01 F1098-PRINT-LINE            PIC X(133).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-SRTAMRT-STATUS           PIC X(2)    VALUE '00'.
           05  LS-PARM-YEAR            PIC 9(4).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-YEAR IS NUMERIC
               MOVE LS-PARM-YEAR TO WS-TAX-YEAR
           END-IF.
           IF WS-TAX-YEAR = ZERO
               MOVE BD-YEAR-END-YEAR TO WS-TAX-YEAR
           END-IF.

           OPEN INPUT PAYMENT-HISTORY.
               WS-TOTAL-INTEREST.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBB1098 - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBB1098 - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-NEXT-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
