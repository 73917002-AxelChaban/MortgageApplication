      ***              bank count/total against received - for the   ***
      ***              treasury desk, alongside the by-batch         ***
      ***              posted/suspended report DBBPOST writes.       ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock.                             ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT VERIFY-REGISTER ASSIGN TO LBXVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LBXVRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  VERIFY-REGISTER
           LABEL RECORDS ARE STANDARD.
       01 VERIFY-REGISTER-LINE        PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOCKBOX-STATUS           PIC X(2)    VALUE '00'.
           88  WS-LOCKBOX-OK                      VALUE '00'.
       01 WS-RCPTDTL-STATUS           PIC X(2)    VALUE '00'.
           05  WS-DL-DISPOSITION      PIC X(20).
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           OPEN INPUT RAW-LOCKBOX.
           OPEN OUTPUT RECEIPT-DETAILS.
           OPEN I-O SUSPENSE-FILE.
               WS-SUSPENDED-AMOUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBLBXV - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBLBXV - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1500-READ-LOCKBOX.
           READ RAW-LOCKBOX
               AT END
