      ***              PARM='FULL' forces the old rebuild-everything ***
      ***              behaviour as the rerun option (with AMORTIN   ***
      ***              DD DUMMY).                                    ***
      *** 2026-10-15  Borrower-requested recast.  A loan DBBRCST     ***
      ***              stamped with a new recast date is rebuilt     ***
      ***              (the recast date joins the terms snapshot)    ***
      ***              and, like an adjustable loan partway through  ***
      ***              its term, re-amortized from the current       ***
      ***              balance over the months left - the balance    ***
      ***              the borrower's curtailments brought down now  ***
      ***              carries a lower payment to maturity.          ***
      *** 2026-10-15  Loan modification.  A loan DBBMOD booked a     ***
      ***              workout modification on (new LM-MOD-DATE,     ***
      ***              joined to the terms snapshot) is rebuilt and  ***
      ***              amortized from its current balance over the   ***
      ***              months left on the new term, even though the  ***
      ***              capitalized arrears leave that balance above  ***
      ***              the original principal.                       ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock.                             ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AMORT-SCHEDULE ASSIGN TO AMORTSCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AMORTSCH-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 AMORT-SCHEDULE-RECORD.
          COPY EPSMTLOA.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-AMORTIN-STATUS           PIC X(2)    VALUE '00'.
           05  LS-PARM-MODE            PIC X(4).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE BD-BUSINESS-DATE TO WS-RUN-DATE.
           IF LS-PARM-LENGTH > ZERO AND LS-PARM-MODE = 'FULL'
               SET WS-FULL-REBUILD TO TRUE
               DISPLAY 'DBBAMRT - FULL REBUILD REQUESTED'
               WS-ORPHAN-LINE-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBAMRT - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBAMRT - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1000-READ-LOAN.
           READ LOAN-MASTER
               AT END
                               NOT = LM-SCHED-PRINCIPAL
                           OR LM-INTEREST-RATE NOT = LM-SCHED-RATE
                           OR LM-TERM-MONTHS NOT = LM-SCHED-TERM
                           OR LM-RECAST-DATE
                               NOT = LM-SCHED-RECAST-DATE
                           OR LM-MOD-DATE NOT = LM-SCHED-MOD-DATE
                       PERFORM 2050-REBUILD-LOAN
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
           MOVE LM-ORIGINAL-PRINCIPAL TO LM-SCHED-PRINCIPAL.
           MOVE LM-INTEREST-RATE TO LM-SCHED-RATE.
           MOVE LM-TERM-MONTHS TO LM-SCHED-TERM.
           MOVE LM-RECAST-DATE TO LM-SCHED-RECAST-DATE.
           MOVE LM-MOD-DATE TO LM-SCHED-MOD-DATE.
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBAMRT - REWRITE FAILED FOR: '
      *** a DBBRATE rate change flows into a fresh schedule for the ***
      *** remaining payments only; the lines keep their original    ***
      *** payment numbering so the payment history still lines up.  ***
      *** A recast loan (any rate type) is amortized the same way,  ***
      *** and so is a modified loan - its balance carries the       ***
      *** capitalized arrears, so it may exceed the original amount.***
      *****************************************************************
       2150-SET-AMORT-BASIS.
           MOVE LM-ORIGINAL-PRINCIPAL TO WS-AMORT-PRINCIPAL.
           MOVE LM-TERM-MONTHS TO WS-AMORT-TERM.
           MOVE 1 TO WS-START-PAYMENT.
           IF (LM-RATE-ADJUSTABLE OR LM-RECAST-DATE > ZERO
                       OR LM-MOD-DATE > ZERO)
                   AND LM-CURRENT-BALANCE > ZERO
                   AND (LM-CURRENT-BALANCE < LM-ORIGINAL-PRINCIPAL
                       OR LM-MOD-DATE > ZERO)
               MOVE LM-ORIGINATION-DATE TO WS-ORIG-DATE
               COMPUTE WS-ELAPSED-MONTHS =
                   ((WS-RUN-YYYY - WS-ORIG-YYYY) * 12)
