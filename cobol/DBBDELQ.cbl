      ***              INDEXED - the file is now a KSDS keyed loan/  ***
      ***              payment so the online DBBPHI screen can       ***
      ***              browse the same dataset the batch reads.      ***
      *** 2026-10-15  Processing date now comes from the month-end   ***
      ***              date (last business day of the month being    ***
      ***              closed) on the BUSDATE control file instead   ***
      ***              of the system clock; a PARM date still        ***
      ***              overrides it.                                 ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT DELQ-REPORT ASSIGN TO DELQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DELQRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
       FD  DELQ-REPORT
           LABEL RECORDS ARE STANDARD.
       01 DELQ-REPORT-LINE            PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
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

           OPEN INPUT LOAN-MASTER.
               WS-COLLECTIONS-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBDELQ - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBDELQ - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

      *****************************************************************
      *** Control-break by loan number over the sorted payment       ***
      *** history, finding the oldest missed due date and total      ***
