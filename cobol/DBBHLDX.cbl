  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBHLDX.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Monthly legal-hold report, run in        ***
      ***              DBBMONTH.  Sweeps the legal-hold file (kept   ***
      ***              on the DBBH screen) and lists every active    ***
      ***              bankruptcy and SCRA hold - case or orders     ***
      ***              number, chapter, start and end dates - so the ***
      ***              bankruptcy desk can see what is being held    ***
      ***              off.  An active hold whose end date has       ***
      ***              passed no longer holds anything off and is    ***
      ***              flagged for the desk to release or extend.    ***
      ***              Released holds are skipped.  The as-of date   ***
      ***              defaults to the month-end date (last business ***
      ***              day of the month being closed) on the BUSDATE ***
      ***              control file, like DBBPOLX; a PARM date       ***
      ***              overrides it.                                 ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
           SELECT HOLD-REPORT ASSIGN TO HLDXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HLDXRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  HOLD-REPORT
           LABEL RECORDS ARE STANDARD.
       01 HOLD-REPORT-LINE            PIC X(100).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-HLDXRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-HLDXRPT-OK                      VALUE '00'.
       01 WS-HOLD-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-HOLD-EOF                        VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-HOLD-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-LISTED-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-BANKRUPTCY-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-SCRA-COUNT               PIC 9(7)    VALUE ZERO.
       01 WS-EXPIRED-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(32)   VALUE
               'LOANS UNDER LEGAL HOLD AS OF '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(12)   VALUE 'HOLD'.
           05  FILLER                 PIC X(4)    VALUE 'CH'.
           05  FILLER                 PIC X(22)   VALUE
               'CASE / ORDERS NUMBER'.
           05  FILLER                 PIC X(10)   VALUE 'START'.
           05  FILLER                 PIC X(10)   VALUE 'END'.
           05  FILLER                 PIC X(20)   VALUE 'STATUS'.
       01 WS-DETAIL-LINE.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-TYPE             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CHAPTER          PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CASE             PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-START            PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-END              PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-STATUS           PIC X(28).
       01 WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
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

           OPEN INPUT LEGAL-HOLD-FILE.
           OPEN OUTPUT HOLD-REPORT.
           IF NOT WS-LEGLHOLD-OK OR NOT WS-HLDXRPT-OK
               DISPLAY 'DBBHLDX - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-AS-OF-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

           PERFORM 1000-READ-HOLD.
           PERFORM UNTIL WS-HOLD-EOF
               ADD 1 TO WS-HOLD-COUNT
               PERFORM 2000-CHECK-HOLD THRU 2000-EXIT
               PERFORM 1000-READ-HOLD
           END-PERFORM.

           PERFORM 3000-WRITE-TOTALS.
           CLOSE LEGAL-HOLD-FILE.
           CLOSE HOLD-REPORT.
           DISPLAY 'DBBHLDX - HOLDS READ:       ' WS-HOLD-COUNT.
           DISPLAY 'DBBHLDX - HOLDS LISTED:     ' WS-LISTED-COUNT.
           DISPLAY 'DBBHLDX - END DATE PASSED:  ' WS-EXPIRED-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBHLDX - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBHLDX - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-HOLD.
           READ LEGAL-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One hold record - every active hold makes the report,     ***
      *** marked in force, not yet started, or past its end date    ***
      *** (the desk must release or extend it).  A released hold    ***
      *** is skipped.                                               ***
      *****************************************************************
       2000-CHECK-HOLD.
           IF NOT LH-STATUS-ACTIVE
               GO TO 2000-EXIT
           END-IF.
           MOVE LH-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           IF LH-HOLD-SCRA
               MOVE 'SCRA' TO WS-DL-TYPE
               ADD 1 TO WS-SCRA-COUNT
           ELSE
               MOVE 'BANKRUPTCY' TO WS-DL-TYPE
               ADD 1 TO WS-BANKRUPTCY-COUNT
           END-IF.
           MOVE LH-CHAPTER TO WS-DL-CHAPTER.
           MOVE LH-CASE-NUMBER TO WS-DL-CASE.
           MOVE LH-START-DATE TO WS-DL-START.
           IF LH-END-DATE > ZERO
               MOVE LH-END-DATE TO WS-DL-END
           ELSE
               MOVE 'OPEN' TO WS-DL-END
           END-IF.
           EVALUATE TRUE
               WHEN LH-END-DATE > ZERO
                       AND LH-END-DATE < WS-AS-OF-DATE
                   MOVE 'END PASSED - RELEASE/EXTEND' TO WS-DL-STATUS
                   ADD 1 TO WS-EXPIRED-COUNT
               WHEN LH-START-DATE > WS-AS-OF-DATE
                   MOVE 'NOT YET STARTED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'IN FORCE' TO WS-DL-STATUS
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.
       2000-EXIT.
           EXIT.

       3000-WRITE-TOTALS.
           MOVE SPACES TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE 'BANKRUPTCY HOLDS:' TO WS-TL-LABEL.
           MOVE WS-BANKRUPTCY-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE 'SCRA HOLDS:' TO WS-TL-LABEL.
           MOVE WS-SCRA-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.
           MOVE 'END DATE PASSED - REVIEW:' TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-LINE.
           WRITE HOLD-REPORT-LINE.

       9999-END-PROGRAM.
           STOP RUN.
