  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBPNDX.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Pending-approval exceptions report, run  ***
      ***              in DBBDAILY for the morning.  Sweeps the      ***
      ***              pending-approval file (DBBM changes to the    ***
      ***              rate, balance, term or an SSN held for a      ***
      ***              second user on DBBV) and lists every item     ***
      ***              still pending more than the allowed number of ***
      ***              days - loan, customer, who keyed it and when, ***
      ***              its age and the fields it changes - so the    ***
      ***              supervisor can chase the approver.  The as-of ***
      ***              date defaults to the business date on the     ***
      ***              BUSDATE control file; the PARM carries an     ***
      ***              overriding as-of date and the allowed days    ***
      ***              (defaults to 3).                              ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-APPROVAL-FILE ASSIGN TO PENDAPPR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PA-PENDING-KEY
               FILE STATUS IS WS-PENDAPPR-STATUS.
           SELECT PENDING-REPORT ASSIGN TO PNDXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PNDXRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  PENDING-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.
       01 PENDING-APPROVAL-RECORD.
          COPY EPSMTPND.
       FD  PENDING-REPORT
           LABEL RECORDS ARE STANDARD.
       01 PENDING-REPORT-LINE         PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-PENDAPPR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PENDAPPR-OK                     VALUE '00'.
       01 WS-PNDXRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PNDXRPT-OK                      VALUE '00'.
       01 WS-PENDING-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-PENDING-EOF                     VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-ALLOWED-DAYS             PIC 9(3)    VALUE 3.
       01 WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
       01 WS-ENTRY-TIME               PIC 9(14)   VALUE ZERO.
       01 WS-ENTRY-TIME-X REDEFINES WS-ENTRY-TIME.
           05  WS-ET-DATE             PIC 9(8).
           05  WS-ET-TIME             PIC 9(6).
       01 WS-RECORD-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-PENDING-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-OVERDUE-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(37)   VALUE
               'MAINTENANCE CHANGES PENDING APPROVAL '.
           05  FILLER                 PIC X(10)   VALUE 'MORE THAN '.
           05  WS-HD-DAYS             PIC ZZ9.
           05  FILLER                 PIC X(14)   VALUE ' DAYS AS OF '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(12)   VALUE 'CUSTOMER'.
           05  FILLER                 PIC X(10)   VALUE 'KEYED BY'.
           05  FILLER                 PIC X(10)   VALUE 'KEYED ON'.
           05  FILLER                 PIC X(7)    VALUE '  DAYS'.
           05  FILLER                 PIC X(30)   VALUE
               'FIELDS CHANGED'.
       01 WS-DETAIL-LINE.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CUSTOMER         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-MAKER            PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-KEYED-ON         PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DAYS             PIC ZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-FIELDS           PIC X(30).
       01 WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
      *    The held transaction - only its customer number is listed.
       01 WS-MAINT-TRANSACTION.
          COPY EPSMTTRN.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-AS-OF-DATE      PIC 9(8).
           05  LS-PARM-DAYS            PIC 9(3).
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
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.
           IF LS-PARM-LENGTH > 10 AND LS-PARM-DAYS IS NUMERIC
               MOVE LS-PARM-DAYS TO WS-ALLOWED-DAYS
           END-IF.

           OPEN INPUT PENDING-APPROVAL-FILE.
           OPEN OUTPUT PENDING-REPORT.
           IF NOT WS-PENDAPPR-OK OR NOT WS-PNDXRPT-OK
               DISPLAY 'DBBPNDX - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-ALLOWED-DAYS TO WS-HD-DAYS.
           MOVE WS-AS-OF-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.

           PERFORM 1000-READ-PENDING.
           PERFORM UNTIL WS-PENDING-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-CHECK-ITEM THRU 2000-EXIT
               PERFORM 1000-READ-PENDING
           END-PERFORM.

           PERFORM 3000-WRITE-TOTALS.
           CLOSE PENDING-APPROVAL-FILE.
           CLOSE PENDING-REPORT.
           DISPLAY 'DBBPNDX - RECORDS READ:     ' WS-RECORD-COUNT.
           DISPLAY 'DBBPNDX - STILL PENDING:    ' WS-PENDING-COUNT.
           DISPLAY 'DBBPNDX - PAST ALLOWED DAYS:' WS-OVERDUE-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBPNDX - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBPNDX - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-PENDING.
           READ PENDING-APPROVAL-FILE
               AT END
                   SET WS-PENDING-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One pending-approval record - an item still pending more  ***
      *** than the allowed days makes the report.  Approved and     ***
      *** rejected items are skipped.                               ***
      *****************************************************************
       2000-CHECK-ITEM.
           IF NOT PA-STATUS-PENDING
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           MOVE PA-ENTRY-TIMESTAMP TO WS-ENTRY-TIME.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-ET-DATE).
           IF WS-AGE-DAYS NOT > WS-ALLOWED-DAYS
               GO TO 2000-EXIT
           END-IF.
           MOVE PA-TRANSACTION TO WS-MAINT-TRANSACTION.
           MOVE PA-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE TR-CUSTOMER-NUMBER TO WS-DL-CUSTOMER.
           MOVE PA-MAKER-USER-ID TO WS-DL-MAKER.
           MOVE WS-ET-DATE TO WS-DL-KEYED-ON.
           MOVE WS-AGE-DAYS TO WS-DL-DAYS.
           PERFORM 2100-LIST-FIELDS.
           MOVE WS-DETAIL-LINE TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
       2000-EXIT.
           EXIT.

       2100-LIST-FIELDS.
           MOVE SPACES TO WS-DL-FIELDS.
           IF PA-RATE-CHANGED
               MOVE 'RATE' TO WS-DL-FIELDS(1:4)
           END-IF.
           IF PA-BALANCE-CHANGED
               MOVE 'BAL' TO WS-DL-FIELDS(6:3)
           END-IF.
           IF PA-TERM-CHANGED
               MOVE 'TERM' TO WS-DL-FIELDS(10:4)
           END-IF.
           IF PA-SSN-CHANGED
               MOVE 'SSN' TO WS-DL-FIELDS(15:3)
           END-IF.
           IF PA-COBR-SSN-CHANGED
               MOVE 'CO-SSN' TO WS-DL-FIELDS(19:6)
           END-IF.

       3000-WRITE-TOTALS.
           MOVE SPACES TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           MOVE 'ITEMS STILL PENDING:' TO WS-TL-LABEL.
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.
           MOVE 'PENDING PAST ALLOWED DAYS:' TO WS-TL-LABEL.
           MOVE WS-OVERDUE-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE.

       9999-END-PROGRAM.
           STOP RUN.
