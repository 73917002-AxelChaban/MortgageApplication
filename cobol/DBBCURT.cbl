  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCURT.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Monthly curtailment report, run in       ***
      ***              DBBMONTH after the DBBREMT cutoff.  Lists     ***
      ***              every curtailment DBBPOST/DBBRPST posted in   ***
      ***              the cycle month off the payment history -     ***
      ***              loan, payment, date and amount, with the      ***
      ***              loan's balance, investor and recast date      ***
      ***              beside it - and closes with the count and     ***
      ***              dollar total, so the investor desk can tie    ***
      ***              the curtailment column of the remittance and  ***
      ***              the servicing desk can offer a recast.  The   ***
      ***              as-of date defaults to the month-end date     ***
      ***              (last business day of the month being closed) ***
      ***              on the BUSDATE control file, like DBBREMT; a  ***
      ***              PARM date overrides it.  Its year and month   ***
      ***              are the cycle month.                          ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LM-LOAN-NUMBER
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT CURTAIL-REPORT ASSIGN TO CURTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURTRPT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  PAYMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  CURTAIL-REPORT
           LABEL RECORDS ARE STANDARD.
       01 CURTAIL-REPORT-LINE         PIC X(100).
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
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-CURTRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CURTRPT-OK                      VALUE '00'.
       01 WS-HISTORY-EOF-SW           PIC X(1)    VALUE 'N'.
           88  WS-HISTORY-EOF                     VALUE 'Y'.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-CYCLE-MONTH              PIC 9(6)    VALUE ZERO.
       01 WS-HISTORY-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-CURTAIL-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-CURTAIL-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(30)   VALUE
               'CURTAILMENTS RECEIVED - CYCLE '.
           05  WS-HD-CYCLE            PIC 9(6).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE 'LOAN NUMBER'.
           05  FILLER                 PIC X(5)    VALUE 'PMT'.
           05  FILLER                 PIC X(10)   VALUE 'POSTED'.
           05  FILLER                 PIC X(12)   VALUE ' CURTAILED'.
           05  FILLER                 PIC X(16)
                                      VALUE '    BALANCE NOW'.
           05  FILLER                 PIC X(6)    VALUE 'INV'.
           05  FILLER                 PIC X(8)    VALUE 'RECAST'.
       01 WS-DETAIL-LINE.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-PAYMENT-NUMBER   PIC 9(3).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DATE             PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-AMOUNT           PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-INVESTOR         PIC X(4).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-RECAST-DATE      PIC X(8).
       01 WS-TOTAL-LINE.
           05  FILLER                 PIC X(20)   VALUE
               'TOTAL CURTAILMENTS: '.
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
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
           MOVE WS-AS-OF-DATE(1:6) TO WS-CYCLE-MONTH.

           OPEN INPUT PAYMENT-HISTORY.
           OPEN INPUT LOAN-MASTER.
           OPEN OUTPUT CURTAIL-REPORT.
           IF NOT WS-PAYHIST-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-CURTRPT-OK
               DISPLAY 'DBBCURT - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           MOVE WS-CYCLE-MONTH TO WS-HD-CYCLE.
           MOVE WS-HEAD-LINE TO CURTAIL-REPORT-LINE.
           WRITE CURTAIL-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO CURTAIL-REPORT-LINE.
           WRITE CURTAIL-REPORT-LINE.

           PERFORM 1000-READ-HISTORY.
           PERFORM UNTIL WS-HISTORY-EOF
               ADD 1 TO WS-HISTORY-COUNT
               PERFORM 2000-CHECK-CURTAILMENT THRU 2000-EXIT
               PERFORM 1000-READ-HISTORY
           END-PERFORM.

           MOVE WS-CURTAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-CURTAIL-TOTAL TO WS-TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO CURTAIL-REPORT-LINE.
           WRITE CURTAIL-REPORT-LINE.

           CLOSE PAYMENT-HISTORY.
           CLOSE LOAN-MASTER.
           CLOSE CURTAIL-REPORT.
           DISPLAY 'DBBCURT - HISTORY READ:     ' WS-HISTORY-COUNT.
           DISPLAY 'DBBCURT - CURTAILMENTS:     ' WS-CURTAIL-COUNT.
           DISPLAY 'DBBCURT - CURTAILED TOTAL:  ' WS-CURTAIL-TOTAL.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBCURT - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBCURT - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-HISTORY.
           READ PAYMENT-HISTORY
               AT END
                   SET WS-HISTORY-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** One history record - a paid record carrying a curtailment ***
      *** dated in the cycle month makes the report.  A record      ***
      *** DBBNSF reversed has had its curtailment cleared and drops ***
      *** out on its own.                                           ***
      *****************************************************************
       2000-CHECK-CURTAILMENT.
           IF NOT PH-STATUS-PAID
                   OR PH-CURTAILMENT-AMOUNT IS NOT NUMERIC
                   OR PH-CURTAILMENT-AMOUNT = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF PH-CURTAILMENT-DATE(1:6) NOT = WS-CYCLE-MONTH
               GO TO 2000-EXIT
           END-IF.
           MOVE PH-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   MOVE ZERO TO LM-CURRENT-BALANCE
                   MOVE SPACES TO LM-INVESTOR-NUMBER
                   MOVE ZERO TO LM-RECAST-DATE
           END-READ.
           MOVE PH-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE PH-PAYMENT-NUMBER TO WS-DL-PAYMENT-NUMBER.
           MOVE PH-CURTAILMENT-DATE TO WS-DL-DATE.
           MOVE PH-CURTAILMENT-AMOUNT TO WS-DL-AMOUNT.
           MOVE LM-CURRENT-BALANCE TO WS-DL-BALANCE.
           MOVE LM-INVESTOR-NUMBER TO WS-DL-INVESTOR.
           IF LM-RECAST-DATE > ZERO
               MOVE LM-RECAST-DATE TO WS-DL-RECAST-DATE
           ELSE
               MOVE SPACES TO WS-DL-RECAST-DATE
           END-IF.
           MOVE WS-DETAIL-LINE TO CURTAIL-REPORT-LINE.
           WRITE CURTAIL-REPORT-LINE.
           ADD 1 TO WS-CURTAIL-COUNT.
           ADD PH-CURTAILMENT-AMOUNT TO WS-CURTAIL-TOTAL.
       2000-EXIT.
           EXIT.

       9999-END-PROGRAM.
           STOP RUN.
