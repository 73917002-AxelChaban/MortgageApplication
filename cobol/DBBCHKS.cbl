  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCHKS.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Monthly stale-dated check report, run in ***
      ***              DBBMONTH.  Lists every check still            ***
      ***              outstanding on the outstanding-check KSDS     ***
      ***              more than the stale days (PARM, default 180)  ***
      ***              after issue, for the treasury desk to void    ***
      ***              with the bank, and totals them by the payee's ***
      ***              last known state for unclaimed-property       ***
      ***              (escheat) reporting.  Paid and voided checks  ***
      ***              are skipped.  The as-of date defaults to the  ***
      ***              month-end date (last business day of the      ***
      ***              month being closed) on the BUSDATE control    ***
      ***              file; a PARM date overrides it.               ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSTANDING-CHECKS ASSIGN TO CHKOUTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHKOUTS-STATUS.
           SELECT STALE-REPORT ASSIGN TO CHKSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKSRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  OUTSTANDING-CHECKS
           LABEL RECORDS ARE STANDARD.
       01 OUTSTANDING-CHECK-RECORD.
          COPY EPSMTCHK.
       FD  STALE-REPORT
           LABEL RECORDS ARE STANDARD.
       01 STALE-REPORT-LINE           PIC X(120).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-CHKOUTS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKOUTS-OK                      VALUE '00'.
       01 WS-CHKSRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKSRPT-OK                      VALUE '00'.
       01 WS-CHECK-EOF-SW             PIC X(1)    VALUE 'N'.
           88  WS-CHECK-EOF                       VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-STALE-DAYS               PIC 9(3)    VALUE 180.
       01 WS-AGE-DAYS                 PIC S9(7)   VALUE ZERO.
       01 WS-RECORD-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-OUTSTANDING-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-OUTSTANDING-AMOUNT       PIC 9(11)V99 VALUE ZERO.
       01 WS-STALE-COUNT              PIC 9(7)    VALUE ZERO.
       01 WS-STALE-AMOUNT             PIC 9(11)V99 VALUE ZERO.
      *    Stale checks by the payee's last known state.
       01 WS-STT-COUNT                PIC S9(4) COMP VALUE ZERO.
       01 WS-STT-SUB                  PIC S9(4) COMP VALUE ZERO.
       01 WS-STT-FOUND-SW             PIC X(1)    VALUE 'N'.
           88  WS-STT-FOUND                       VALUE 'Y'.
       01 WS-STT-TABLE.
           05  WS-STT-ENTRY OCCURS 70 TIMES.
               10  WS-ST-STATE        PIC X(2).
               10  WS-ST-COUNT        PIC 9(7).
               10  WS-ST-AMOUNT       PIC 9(11)V99.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(30)   VALUE
               'STALE-DATED CHECKS - OVER'.
           05  WS-HD-DAYS             PIC ZZ9.
           05  FILLER                 PIC X(15)   VALUE
               ' DAYS AS OF '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(10)   VALUE 'CHECK NO.'.
           05  FILLER                 PIC X(10)   VALUE 'ISSUED'.
           05  FILLER                 PIC X(6)    VALUE ' DAYS'.
           05  FILLER                 PIC X(32)   VALUE 'PAYEE'.
           05  FILLER                 PIC X(4)    VALUE 'ST'.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(5)    VALUE 'TYPE'.
           05  FILLER                 PIC X(16)   VALUE
               '        AMOUNT'.
       01 WS-DETAIL-LINE.
           05  WS-DL-CHECK-NUMBER     PIC Z(7)9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-ISSUE-DATE       PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DAYS             PIC ZZZZ9.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-DL-PAYEE            PIC X(30).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-STATE            PIC X(2).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-TYPE             PIC X(1).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-STATE-HEAD-LINE.
           05  FILLER                 PIC X(40)   VALUE
               'UNCLAIMED PROPERTY - STALE BY STATE'.
       01 WS-STATE-LINE.
           05  FILLER                 PIC X(6)    VALUE 'STATE '.
           05  WS-SL-STATE            PIC X(7).
           05  WS-SL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-SL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
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
               MOVE BD-MONTH-END-DATE TO WS-AS-OF-DATE
           END-IF.
           IF LS-PARM-LENGTH > 10 AND LS-PARM-DAYS IS NUMERIC
               MOVE LS-PARM-DAYS TO WS-STALE-DAYS
           END-IF.

           OPEN INPUT OUTSTANDING-CHECKS.
           OPEN OUTPUT STALE-REPORT.
           IF NOT WS-CHKOUTS-OK OR NOT WS-CHKSRPT-OK
               DISPLAY 'DBBCHKS - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-STALE-DAYS TO WS-HD-DAYS.
           MOVE WS-AS-OF-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.

           PERFORM 1000-READ-CHECK.
           PERFORM UNTIL WS-CHECK-EOF
               ADD 1 TO WS-RECORD-COUNT
               PERFORM 2000-CHECK-ITEM THRU 2000-EXIT
               PERFORM 1000-READ-CHECK
           END-PERFORM.

           PERFORM 3000-WRITE-TOTALS.
           CLOSE OUTSTANDING-CHECKS.
           CLOSE STALE-REPORT.
           DISPLAY 'DBBCHKS - RECORDS READ:       ' WS-RECORD-COUNT.
           DISPLAY 'DBBCHKS - CHECKS OUTSTANDING: '
                   WS-OUTSTANDING-COUNT.
           DISPLAY 'DBBCHKS - STALE-DATED CHECKS: ' WS-STALE-COUNT.
           DISPLAY 'DBBCHKS - STALE-DATED AMOUNT: ' WS-STALE-AMOUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBCHKS - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBCHKS - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-CHECK.
           READ OUTSTANDING-CHECKS
               AT END
                   SET WS-CHECK-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One check - still outstanding past the stale days makes   ***
      *** the void list and its state's escheat total.              ***
      *****************************************************************
       2000-CHECK-ITEM.
           IF NOT CK-STATUS-OUTSTANDING
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WS-OUTSTANDING-COUNT.
           ADD CK-CHECK-AMOUNT TO WS-OUTSTANDING-AMOUNT.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
               - FUNCTION INTEGER-OF-DATE(CK-ISSUE-DATE).
           IF WS-AGE-DAYS NOT > WS-STALE-DAYS
               GO TO 2000-EXIT
           END-IF.
           MOVE CK-CHECK-NUMBER TO WS-DL-CHECK-NUMBER.
           MOVE CK-ISSUE-DATE TO WS-DL-ISSUE-DATE.
           MOVE WS-AGE-DAYS TO WS-DL-DAYS.
           MOVE CK-PAYEE-NAME TO WS-DL-PAYEE.
           MOVE CK-PAYEE-STATE TO WS-DL-STATE.
           MOVE CK-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE CK-DISBURSE-TYPE TO WS-DL-TYPE.
           MOVE CK-CHECK-AMOUNT TO WS-DL-AMOUNT.
           MOVE WS-DETAIL-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           ADD 1 TO WS-STALE-COUNT.
           ADD CK-CHECK-AMOUNT TO WS-STALE-AMOUNT.
           PERFORM 2100-TALLY-STATE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-TALLY-STATE.
           MOVE 'N' TO WS-STT-FOUND-SW.
           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
                   UNTIL WS-STT-SUB > WS-STT-COUNT
                   OR WS-STT-FOUND
               IF WS-ST-STATE (WS-STT-SUB) = CK-PAYEE-STATE
                   SET WS-STT-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF WS-STT-FOUND
               SUBTRACT 1 FROM WS-STT-SUB
           ELSE
               IF WS-STT-COUNT = 70
                   DISPLAY 'DBBCHKS - STATE TABLE FULL, STATE '
                       CK-PAYEE-STATE ' NOT TOTALLED'
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-STT-COUNT
               MOVE WS-STT-COUNT TO WS-STT-SUB
               MOVE CK-PAYEE-STATE TO WS-ST-STATE (WS-STT-SUB)
               MOVE ZERO TO WS-ST-COUNT (WS-STT-SUB)
               MOVE ZERO TO WS-ST-AMOUNT (WS-STT-SUB)
           END-IF.
           ADD 1 TO WS-ST-COUNT (WS-STT-SUB).
           ADD CK-CHECK-AMOUNT TO WS-ST-AMOUNT (WS-STT-SUB).
       2100-EXIT.
           EXIT.

       3000-WRITE-TOTALS.
           MOVE SPACES TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           MOVE WS-STATE-HEAD-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           PERFORM VARYING WS-STT-SUB FROM 1 BY 1
                   UNTIL WS-STT-SUB > WS-STT-COUNT
               IF WS-ST-STATE (WS-STT-SUB) = SPACES
                   MOVE 'UNKNOWN' TO WS-SL-STATE
               ELSE
                   MOVE WS-ST-STATE (WS-STT-SUB) TO WS-SL-STATE
               END-IF
               MOVE WS-ST-COUNT (WS-STT-SUB) TO WS-SL-COUNT
               MOVE WS-ST-AMOUNT (WS-STT-SUB) TO WS-SL-AMOUNT
               MOVE WS-STATE-LINE TO STALE-REPORT-LINE
               WRITE STALE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           MOVE 'CHECKS OUTSTANDING:' TO WS-TL-LABEL.
           MOVE WS-OUTSTANDING-COUNT TO WS-TL-COUNT.
           MOVE WS-OUTSTANDING-AMOUNT TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.
           MOVE 'STALE-DATED - VOID/ESCHEAT:' TO WS-TL-LABEL.
           MOVE WS-STALE-COUNT TO WS-TL-COUNT.
           MOVE WS-STALE-AMOUNT TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO STALE-REPORT-LINE.
           WRITE STALE-REPORT-LINE.

       9999-END-PROGRAM.
           STOP RUN.
