      ***              which defaults to the prior year so the 1098  ***
      ***              run (each January, for the prior tax year)    ***
      ***              always still sees its full tax year.          ***
      *** 2026-10-15  An escrow history item still waiting for its   ***
      ***              check from the DBBCHKI check run is kept,     ***
      ***              whatever its paid date, so the check is never ***
      ***              lost to the archive.                          ***
      *** 2026-10-15  Cutoff year now defaults to the last completed ***
      ***              year-end on the BUSDATE control file instead  ***
      ***              of the clock year less one; a PARM year still ***
      ***              overrides it.                                 ***
      *** 2026-10-15  The payment-history keep and archive records   ***
      ***              carry the full 84-byte EPSMTPAY layout, so    ***
      ***              the curtailment amount and date survive the   ***
      ***              rebuild and reach the archive.                ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ESCROW-ARCHIVE ASSIGN TO ESCARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ESCARCH-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
          COPY EPSMTLNM.
       FD  PAYHIST-KEEP
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-KEEP-RECORD         PIC X(84).
       FD  PAYHIST-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01 PAYHIST-ARCHIVE-RECORD      PIC X(84).
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
       FD  ESCROW-ARCHIVE
           LABEL RECORDS ARE STANDARD.
       01 ESCROW-ARCHIVE-RECORD       PIC X(76).
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
           05  LS-PARM-YEAR            PIC 9(4).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-YEAR IS NUMERIC
               MOVE LS-PARM-YEAR TO WS-CUTOFF-YEAR
           END-IF.
           IF WS-CUTOFF-YEAR = ZERO
               MOVE BD-LAST-YEAR-END TO WS-CUTOFF-YEAR
           END-IF.
           IF WS-CUTOFF-YEAR = ZERO
               DISPLAY 'DBBARCH - NO YEAR-END ON FILE AND NO PARM YEAR'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           COMPUTE WS-CUTOFF-DATE = (WS-CUTOFF-YEAR * 10000) + 0101.
           DISPLAY 'DBBARCH - ARCHIVING BEFORE: ' WS-CUTOFF-DATE.
           DISPLAY 'DBBARCH - ESCROW ARCHIVED:  ' WS-ESC-ARCH-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBARCH - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBARCH - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

      *****************************************************************
      *** Pass one - payment history.  A record archives when its   ***
      *** loan is PAID-OFF and the record predates the cutoff, or   ***
           PERFORM UNTIL WS-ESCROW-EOF
               IF EH-PAID-DATE > ZERO
                       AND EH-PAID-DATE < WS-CUTOFF-DATE
                       AND NOT EH-CHECK-DUE
                   MOVE ESCROW-HISTORY-RECORD TO ESCROW-ARCHIVE-RECORD
                   WRITE ESCROW-ARCHIVE-RECORD
                   ADD 1 TO WS-ESC-ARCH-COUNT
