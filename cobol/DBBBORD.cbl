  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBBORD.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Bulk loan boarding from a prior          ***
      ***              servicer's transfer file (EPSMTXFR, 700       ***
      ***              bytes), run as the DBBBOARD job when a        ***
      ***              servicing purchase closes.  Acquired loans    ***
      ***              used to be keyed one at a time as DBBMAINT    ***
      ***              adds, with the payment history loaded by      ***
      ***              hand.  Pass one foots the whole file against  ***
      ***              the seller's trailer - a file that does not   ***
      ***              tie boards nothing.  Pass two runs every loan ***
      ***              through the DBBTEST and DBBMNT field edits    ***
      ***              plus the boarding edits (loan not already on  ***
      ***              file, customer number not on file for another ***
      ***              SSN, investor on the investor master,         ***
      ***              paid-through date inside the term, history    ***
      ***              numbered 1 up to the paid-through installment ***
      ***              and footing to the principal paid down,       ***
      ***              mortgage insurance with a certificate, a      ***
      ***              positive numeric premium and status A or R).  ***
      ***              A clean loan is written to the loan, customer ***
      ***              (when new), collateral and co-borrower        ***
      ***              masters - the MI onto the loan master, a      ***
      ***              blank status as active, and the original      ***
      ***              appraised value onto the collateral record,   ***
      ***              spaces as zero - its history to PAYHIST as    ***
      ***              PAID records plus the open PENDING record for ***
      ***              the next installment, with the same audit     ***
      ***              records a DBBMAINT add writes, and the        ***
      ***              borrower gets the RESPA transfer ("hello")    ***
      ***              letter.  A rejected loan goes with its        ***
      ***              history to the rejects file in the transfer   ***
      ***              layout, reason filled in, under a copy of the ***
      ***              header and a trailer of its own, so the       ***
      ***              corrected file can be run again.  The         ***
      ***              register ends with the reconciliation of      ***
      ***              loans, principal, escrow and history to the   ***
      ***              seller's trailer.  LM-SCHED-* are left zero,  ***
      ***              so that night's DBBAMRT builds the schedules. ***
      ***              The processing date defaults to the business  ***
      ***              date on the BUSDATE control file; a PARM date ***
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
           SELECT TRANSFER-FILE ASSIGN TO XFERIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERIN-STATUS.
           SELECT REJECT-FILE ASSIGN TO XFERREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XFERREJ-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUMBER
               FILE STATUS IS WS-CUSTMSTR-STATUS.
           SELECT LOAN-MASTER ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LM-LOAN-NUMBER
               ALTERNATE RECORD KEY IS LM-CUSTOMER-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-LOANMSTR-STATUS.
           SELECT PROPERTY-MASTER ASSIGN TO PROPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PR-LOAN-NUMBER
               FILE STATUS IS WS-PROPMSTR-STATUS.
           SELECT COBORROWER-MASTER ASSIGN TO COBRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CB-LOAN-NUMBER
               FILE STATUS IS WS-COBRMSTR-STATUS.
           SELECT PAYMENT-HISTORY ASSIGN TO PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PH-RECORD-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT INVESTOR-MASTER ASSIGN TO INVSTMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IN-INVESTOR-NUMBER
               FILE STATUS IS WS-INVSTMST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT BOARDING-REPORT ASSIGN TO BORDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORDRPT-STATUS.
           SELECT LETTER-PRINT ASSIGN TO LTTRPRT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LTTRPRT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
       01 TRANSFER-RECORD.
          COPY EPSMTXFR.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       01 REJECT-RECORD.
          COPY EPSMTXFR REPLACING LEADING ==XF-== BY ==XR-==.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 CUSTOMER-COPY.
          COPY EPSMTCOM.
       FD  LOAN-MASTER
           LABEL RECORDS ARE STANDARD.
       01 LOAN-MASTER-RECORD.
          COPY EPSMTLNM.
       FD  PROPERTY-MASTER
           LABEL RECORDS ARE STANDARD.
       01 PROPERTY-MASTER-RECORD.
          COPY EPSMTPRP.
       FD  COBORROWER-MASTER
           LABEL RECORDS ARE STANDARD.
       01 COBORROWER-MASTER-RECORD.
          COPY EPSMTCB2.
       FD  PAYMENT-HISTORY
           LABEL RECORDS ARE STANDARD.
       01 PAYMENT-HISTORY-RECORD.
          COPY EPSMTPAY.
       FD  INVESTOR-MASTER
           LABEL RECORDS ARE STANDARD.
       01 INVESTOR-MASTER-RECORD.
          COPY EPSMTINV.
       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  BOARDING-REPORT
           LABEL RECORDS ARE STANDARD.
       01 BOARDING-REPORT-LINE        PIC X(120).
       FD  LETTER-PRINT
           LABEL RECORDS ARE STANDARD.
       01 LETTER-PRINT-LINE           PIC X(133).
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-XFERIN-STATUS            PIC X(2)    VALUE '00'.
           88  WS-XFERIN-OK                       VALUE '00'.
       01 WS-XFERREJ-STATUS           PIC X(2)    VALUE '00'.
           88  WS-XFERREJ-OK                      VALUE '00'.
       01 WS-CUSTMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CUSTMSTR-OK                     VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-PROPMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PROPMSTR-OK                     VALUE '00'.
       01 WS-COBRMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-COBRMSTR-OK                     VALUE '00'.
       01 WS-PAYHIST-STATUS           PIC X(2)    VALUE '00'.
           88  WS-PAYHIST-OK                      VALUE '00'.
       01 WS-INVSTMST-STATUS          PIC X(2)    VALUE '00'.
           88  WS-INVSTMST-OK                     VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-BORDRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BORDRPT-OK                      VALUE '00'.
       01 WS-LTTRPRT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-LTTRPRT-OK                      VALUE '00'.
       01 WS-TRANSFER-EOF-SW          PIC X(1)    VALUE 'N'.
           88  WS-TRANSFER-EOF                    VALUE 'Y'.
       01 WS-FILE-BALANCED-SW         PIC X(1)    VALUE 'N'.
           88  WS-FILE-BALANCED                   VALUE 'Y'.
       01 WS-CUSTOMER-FOUND-SW        PIC X(1)    VALUE 'N'.
           88  WS-CUSTOMER-FOUND                  VALUE 'Y'.
       01 WS-OPEN-RECORD-SW           PIC X(1)    VALUE 'N'.
           88  WS-OPEN-RECORD-WRITTEN             VALUE 'Y'.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-AS-OF-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-TRANSFER-DATE            PIC 9(8)    VALUE ZERO.
       01 WS-SELLER-NAME              PIC X(30)   VALUE SPACES.
       01 WS-SERVICER-NAME            PIC X(23)
           VALUE 'MORTGAGE LOAN SERVICING'.
       01 WS-FILE-VERDICT             PIC X(60)   VALUE SPACES.
       01 WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
       01 WS-HISTORY-ERROR            PIC X(40)   VALUE SPACES.
      *    Pass one - what the file holds, and the seller's trailer.
       01 WS-RECORD-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-HEADER-COUNT             PIC 9(5)    VALUE ZERO.
       01 WS-TRAILER-COUNT            PIC 9(5)    VALUE ZERO.
       01 WS-AFTER-TRAILER-COUNT      PIC 9(7)    VALUE ZERO.
       01 WS-BAD-RECORD-COUNT         PIC 9(7)    VALUE ZERO.
       01 WS-FILE-LOAN-COUNT          PIC 9(7)    VALUE ZERO.
       01 WS-FILE-HISTORY-COUNT       PIC 9(7)    VALUE ZERO.
       01 WS-FILE-PRINCIPAL           PIC 9(13)V99 VALUE ZERO.
       01 WS-FILE-ESCROW              PIC 9(13)V99 VALUE ZERO.
       01 WS-SELLER-LOAN-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-SELLER-HISTORY-COUNT     PIC 9(7)    VALUE ZERO.
       01 WS-SELLER-PRINCIPAL         PIC 9(13)V99 VALUE ZERO.
       01 WS-SELLER-ESCROW            PIC 9(13)V99 VALUE ZERO.
       01 WS-HEADER-SAVE              PIC X(700)  VALUE SPACES.
      *    Pass two - where the loans went.
       01 WS-BOARDED-COUNT            PIC 9(7)    VALUE ZERO.
       01 WS-BOARDED-HISTORY          PIC 9(7)    VALUE ZERO.
       01 WS-BOARDED-PRINCIPAL        PIC 9(13)V99 VALUE ZERO.
       01 WS-BOARDED-ESCROW           PIC 9(13)V99 VALUE ZERO.
       01 WS-REJECTED-COUNT           PIC 9(7)    VALUE ZERO.
       01 WS-REJECTED-HISTORY         PIC 9(7)    VALUE ZERO.
       01 WS-REJECTED-PRINCIPAL       PIC 9(13)V99 VALUE ZERO.
       01 WS-REJECTED-ESCROW          PIC 9(13)V99 VALUE ZERO.
       01 WS-OPEN-RECORD-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-LETTER-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-AUDIT-COUNT              PIC 9(7)    VALUE ZERO.
      *    The loan being boarded, held while its history is read.
       01 WS-LOAN-IMAGE.
          COPY EPSMTXFR REPLACING LEADING ==XF-== BY ==XL-==.
      *    Its history records, as the seller sent them, until the
      *    loan is boarded or rejected.
       01 WS-HISTORY-IMAGE.
          COPY EPSMTXFR REPLACING LEADING ==XF-== BY ==XH-==.
       01 WS-HISTORY-COUNT            PIC S9(4) COMP VALUE ZERO.
       01 WS-HISTORY-SUB              PIC S9(4) COMP VALUE ZERO.
       01 WS-HISTORY-TABLE.
           05  WS-HT-ENTRY            PIC X(65)   OCCURS 999 TIMES.
       01 WS-HISTORY-PRINCIPAL        PIC 9(9)V99 VALUE ZERO.
       01 WS-EXPECTED-PRINCIPAL       PIC S9(9)V99 VALUE ZERO.
       01 WS-PRINCIPAL-VARIANCE       PIC S9(9)V99 VALUE ZERO.
       01 WS-TOLERANCE                PIC 9(3)V99 VALUE 1.00.
       01 WS-PAID-COUNT               PIC S9(5)   VALUE ZERO.
       01 WS-NEXT-PAYMENT             PIC 9(3)    VALUE ZERO.
       01 WS-NEXT-AMOUNT              PIC 9(7)V99 VALUE ZERO.
       01 WS-PAID-THROUGH             PIC 9(8)    VALUE ZERO.
       01 WS-PAID-THROUGH-X REDEFINES WS-PAID-THROUGH.
           05  WS-PT-YYYY             PIC 9(4).
           05  WS-PT-MM               PIC 9(2).
           05  WS-PT-DD               PIC 9(2).
       01 WS-ORIG-DATE                PIC 9(8)    VALUE ZERO.
       01 WS-ORIG-DATE-X REDEFINES WS-ORIG-DATE.
           05  WS-ORIG-YYYY           PIC 9(4).
           05  WS-ORIG-MM             PIC 9(2).
           05  WS-ORIG-DD             PIC 9(2).
       01 WS-DUE-DATE                 PIC 9(8)    VALUE ZERO.
       01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           05  WS-DUE-YYYY            PIC 9(4).
           05  WS-DUE-MM              PIC 9(2).
           05  WS-DUE-DD              PIC 9(2).
       01 WS-MONTH-WORK               PIC 9(7)    VALUE ZERO.
       01 WS-MONTH-REMAINDER          PIC 9(2)    VALUE ZERO.
       01 WS-MONTH-END-DAY            PIC 9(2)    VALUE ZERO.
       01 WS-LEAP-WORK                PIC 9(4)    VALUE ZERO.
       01 WS-LEAP-REMAINDER           PIC 9(3)    VALUE ZERO.
      *    Boarding register and reconciliation.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(25)   VALUE
               'LOAN BOARDING REGISTER - '.
           05  WS-HD-SELLER           PIC X(30).
           05  FILLER                 PIC X(16)   VALUE
               ' TRANSFER DATE '.
           05  WS-HD-DATE             PIC 9(8).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(12)   VALUE 'LOAN'.
           05  FILLER                 PIC X(12)   VALUE 'CUSTOMER'.
           05  FILLER                 PIC X(22)   VALUE 'BORROWER'.
           05  FILLER                 PIC X(16)   VALUE
               '       BALANCE'.
           05  FILLER                 PIC X(16)   VALUE
               '        ESCROW'.
           05  FILLER                 PIC X(40)   VALUE
               'DISPOSITION'.
       01 WS-DETAIL-LINE.
           05  WS-DL-LOAN-NUMBER      PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CUSTOMER         PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-BORROWER         PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-ESCROW           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-DISPOSITION      PIC X(40).
       01 WS-RECON-COLUMN-LINE.
           05  FILLER                 PIC X(30)   VALUE
               'RECONCILIATION TO TRAILER'.
           05  FILLER                 PIC X(12)   VALUE
               '     LOANS'.
           05  FILLER                 PIC X(24)   VALUE
               '             PRINCIPAL'.
           05  FILLER                 PIC X(24)   VALUE
               '                ESCROW'.
           05  FILLER                 PIC X(12)   VALUE
               '   HISTORY'.
       01 WS-RECON-LINE.
           05  WS-RL-LABEL            PIC X(30).
           05  WS-RL-COUNT            PIC Z,ZZZ,ZZ9-.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RL-PRINCIPAL        PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RL-ESCROW           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-RL-HISTORY          PIC Z,ZZZ,ZZ9-.
       01 WS-DIFF-COUNT               PIC S9(7)   VALUE ZERO.
       01 WS-DIFF-HISTORY             PIC S9(7)   VALUE ZERO.
       01 WS-DIFF-PRINCIPAL           PIC S9(13)V99 VALUE ZERO.
       01 WS-DIFF-ESCROW              PIC S9(13)V99 VALUE ZERO.
      *    Transfer letter.
       01 WS-PRINT-LINE.
           05  WS-PL-CC               PIC X(1).
           05  WS-PL-TEXT             PIC X(132).
       01 WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
           05  WS-DI-MM               PIC X(2).
           05  WS-DI-DD               PIC X(2).
       01 WS-DATE-OUT.
           05  WS-DO-MM               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '/'.
           05  WS-DO-DD               PIC X(2).
           05  FILLER                 PIC X(1)    VALUE '/'.
           05  WS-DO-YYYY             PIC X(4).
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-BORROWER-NAME            PIC X(40)   VALUE SPACES.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-JOB-ID          PIC X(8).
           05  LS-PARM-USER-ID         PIC X(8).
           05  LS-PARM-AS-OF-DATE      PIC 9(8).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-READ-BUSINESS-DATE THRU 0100-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           IF LS-PARM-LENGTH > 16 AND LS-PARM-AS-OF-DATE IS NUMERIC
               MOVE LS-PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE = ZERO
               MOVE BD-BUSINESS-DATE TO WS-AS-OF-DATE
           END-IF.

           OPEN INPUT TRANSFER-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN I-O CUSTOMER-MASTER.
           OPEN I-O LOAN-MASTER.
           OPEN I-O PROPERTY-MASTER.
           OPEN I-O COBORROWER-MASTER.
           OPEN I-O PAYMENT-HISTORY.
           OPEN INPUT INVESTOR-MASTER.
           OPEN OUTPUT AUDIT-FILE.
           OPEN OUTPUT BOARDING-REPORT.
           OPEN OUTPUT LETTER-PRINT.
           IF NOT WS-XFERIN-OK OR NOT WS-XFERREJ-OK
                   OR NOT WS-CUSTMSTR-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-PROPMSTR-OK OR NOT WS-COBRMSTR-OK
                   OR NOT WS-PAYHIST-OK OR NOT WS-INVSTMST-OK
                   OR NOT WS-AUDITLOG-OK OR NOT WS-BORDRPT-OK
                   OR NOT WS-LTTRPRT-OK
               DISPLAY 'DBBBORD - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           PERFORM 1000-FOOT-TRANSFER-FILE.

           MOVE WS-SELLER-NAME TO WS-HD-SELLER.
           MOVE WS-TRANSFER-DATE TO WS-HD-DATE.
           MOVE WS-HEAD-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           MOVE WS-COLUMN-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.

           IF WS-FILE-BALANCED
               CLOSE TRANSFER-FILE
               OPEN INPUT TRANSFER-FILE
               IF NOT WS-XFERIN-OK
                   DISPLAY 'DBBBORD - REOPEN FAILED'
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-END-PROGRAM
               END-IF
               MOVE 'N' TO WS-TRANSFER-EOF-SW
               PERFORM 3000-BOARD-LOANS
           END-IF.

           PERFORM 6000-WRITE-RECONCILIATION.

           CLOSE TRANSFER-FILE.
           CLOSE REJECT-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE LOAN-MASTER.
           CLOSE PROPERTY-MASTER.
           CLOSE COBORROWER-MASTER.
           CLOSE PAYMENT-HISTORY.
           CLOSE INVESTOR-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE BOARDING-REPORT.
           CLOSE LETTER-PRINT.
           DISPLAY 'DBBBORD - LOANS ON FILE:      ' WS-FILE-LOAN-COUNT.
           DISPLAY 'DBBBORD - LOANS BOARDED:      ' WS-BOARDED-COUNT.
           DISPLAY 'DBBBORD - LOANS REJECTED:     ' WS-REJECTED-COUNT.
           DISPLAY 'DBBBORD - PRINCIPAL BOARDED:  '
               WS-BOARDED-PRINCIPAL.
           DISPLAY 'DBBBORD - ESCROW BOARDED:     ' WS-BOARDED-ESCROW.
           DISPLAY 'DBBBORD - OPEN RECORDS:       '
               WS-OPEN-RECORD-COUNT.
           DISPLAY 'DBBBORD - LETTERS PRINTED:    ' WS-LETTER-COUNT.
           DISPLAY 'DBBBORD - AUDIT RECORDS:      ' WS-AUDIT-COUNT.
           IF NOT WS-FILE-BALANCED
               DISPLAY 'DBBBORD - ' WS-FILE-VERDICT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > ZERO
                       OR WS-REJECTED-HISTORY > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBBORD - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBBORD - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

       1500-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END
                   SET WS-TRANSFER-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** Pass one - foot the file.  One header first, one trailer  ***
      *** last, every record a known type with numeric balances,   ***
      *** and the loan count, history count, principal and escrow  ***
      *** totals equal to the seller's trailer - or nothing boards. ***
      *****************************************************************
       1000-FOOT-TRANSFER-FILE.
           PERFORM 1500-READ-TRANSFER.
           PERFORM UNTIL WS-TRANSFER-EOF
               ADD 1 TO WS-RECORD-COUNT
               IF WS-TRAILER-COUNT > ZERO
                   ADD 1 TO WS-AFTER-TRAILER-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN XF-TYPE-HEADER
                       PERFORM 1100-COUNT-HEADER
                   WHEN XF-TYPE-LOAN
                       PERFORM 1200-COUNT-LOAN
                   WHEN XF-TYPE-HISTORY
                       ADD 1 TO WS-FILE-HISTORY-COUNT
                   WHEN XF-TYPE-TRAILER
                       PERFORM 1300-COUNT-TRAILER
                   WHEN OTHER
                       DISPLAY 'DBBBORD - BAD RECORD TYPE: '
                           XF-RECORD-TYPE
                       ADD 1 TO WS-BAD-RECORD-COUNT
               END-EVALUATE
               PERFORM 1500-READ-TRANSFER
           END-PERFORM.
           PERFORM 1400-SETTLE-FILE THRU 1400-EXIT.

       1100-COUNT-HEADER.
           ADD 1 TO WS-HEADER-COUNT.
           IF WS-RECORD-COUNT NOT = 1
               DISPLAY 'DBBBORD - HEADER NOT FIRST ON FILE'
               ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF.
           IF WS-HEADER-COUNT = 1
               MOVE TRANSFER-RECORD TO WS-HEADER-SAVE
               MOVE XF-HDR-SELLER-NAME TO WS-SELLER-NAME
               IF XF-HDR-TRANSFER-DATE IS NUMERIC
                   MOVE XF-HDR-TRANSFER-DATE TO WS-TRANSFER-DATE
               END-IF
           END-IF.

       1200-COUNT-LOAN.
           ADD 1 TO WS-FILE-LOAN-COUNT.
           IF XF-CURRENT-BALANCE IS NUMERIC
                   AND XF-ESCROW-BALANCE IS NUMERIC
               ADD XF-CURRENT-BALANCE TO WS-FILE-PRINCIPAL
               ADD XF-ESCROW-BALANCE TO WS-FILE-ESCROW
           ELSE
               DISPLAY 'DBBBORD - BALANCES NOT NUMERIC, LOAN: '
                   XF-LOAN-NUMBER
               ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF.

       1300-COUNT-TRAILER.
           ADD 1 TO WS-TRAILER-COUNT.
           IF XF-TRL-LOAN-COUNT IS NUMERIC
                   AND XF-TRL-HISTORY-COUNT IS NUMERIC
                   AND XF-TRL-PRINCIPAL-TOTAL IS NUMERIC
                   AND XF-TRL-ESCROW-TOTAL IS NUMERIC
               MOVE XF-TRL-LOAN-COUNT TO WS-SELLER-LOAN-COUNT
               MOVE XF-TRL-HISTORY-COUNT TO WS-SELLER-HISTORY-COUNT
               MOVE XF-TRL-PRINCIPAL-TOTAL TO WS-SELLER-PRINCIPAL
               MOVE XF-TRL-ESCROW-TOTAL TO WS-SELLER-ESCROW
           ELSE
               DISPLAY 'DBBBORD - TRAILER TOTALS NOT NUMERIC'
               ADD 1 TO WS-BAD-RECORD-COUNT
           END-IF.

       1400-SETTLE-FILE.
           IF WS-TRANSFER-DATE = ZERO
               MOVE WS-AS-OF-DATE TO WS-TRANSFER-DATE
           END-IF.
           IF WS-HEADER-COUNT NOT = 1
               MOVE 'FILE MUST CARRY ONE HEADER - NOTHING BOARDED'
                   TO WS-FILE-VERDICT
               GO TO 1400-EXIT
           END-IF.
           IF WS-TRAILER-COUNT NOT = 1 OR WS-AFTER-TRAILER-COUNT > ZERO
               MOVE 'FILE MUST END WITH ONE TRAILER - NOTHING BOARDED'
                   TO WS-FILE-VERDICT
               GO TO 1400-EXIT
           END-IF.
           IF WS-BAD-RECORD-COUNT > ZERO
               MOVE 'FILE HAS UNREADABLE RECORDS - NOTHING BOARDED'
                   TO WS-FILE-VERDICT
               GO TO 1400-EXIT
           END-IF.
           IF WS-FILE-LOAN-COUNT NOT = WS-SELLER-LOAN-COUNT
                   OR WS-FILE-HISTORY-COUNT NOT =
                       WS-SELLER-HISTORY-COUNT
                   OR WS-FILE-PRINCIPAL NOT = WS-SELLER-PRINCIPAL
                   OR WS-FILE-ESCROW NOT = WS-SELLER-ESCROW
               MOVE 'FILE DOES NOT TIE TO THE TRAILER - NOTHING BOARDED'
                   TO WS-FILE-VERDICT
               GO TO 1400-EXIT
           END-IF.
           MOVE 'FILE TIES TO THE SELLER TRAILER' TO WS-FILE-VERDICT.
           SET WS-FILE-BALANCED TO TRUE.
       1400-EXIT.
           EXIT.

      *****************************************************************
      *** Pass two - each loan record with the history records     ***
      *** behind it is boarded or rejected as one group.  History  ***
      *** with no loan record in front of it is rejected alone.    ***
      *** The rejects file opens with the seller's header and      ***
      *** closes with a trailer footing what was rejected.         ***
      *****************************************************************
       3000-BOARD-LOANS.
           MOVE WS-HEADER-SAVE TO REJECT-RECORD.
           WRITE REJECT-RECORD.
           PERFORM 1500-READ-TRANSFER.
           PERFORM UNTIL WS-TRANSFER-EOF
               EVALUATE TRUE
                   WHEN XF-TYPE-LOAN
                       PERFORM 3100-BOARD-LOAN-GROUP THRU 3100-EXIT
                   WHEN XF-TYPE-HISTORY
                       MOVE 'HISTORY WITH NO LOAN RECORD AHEAD'
                           TO WS-REJECT-REASON
                       PERFORM 3850-REJECT-HISTORY-RECORD
                       PERFORM 1500-READ-TRANSFER
                   WHEN OTHER
                       PERFORM 1500-READ-TRANSFER
               END-EVALUATE
           END-PERFORM.
           PERFORM 3900-WRITE-REJECT-TRAILER.

      *****************************************************************
      *** One loan group - hold the loan record, gather its history ***
      *** (reading one record past it), edit, then board or reject. ***
      *****************************************************************
       3100-BOARD-LOAN-GROUP.
           MOVE TRANSFER-RECORD TO WS-LOAN-IMAGE.
           MOVE ZERO TO WS-HISTORY-COUNT.
           MOVE ZERO TO WS-HISTORY-PRINCIPAL.
           MOVE SPACES TO WS-HISTORY-ERROR.
           PERFORM 1500-READ-TRANSFER.
           PERFORM UNTIL WS-TRANSFER-EOF
                   OR NOT XF-TYPE-HISTORY
                   OR XF-HS-LOAN-NUMBER NOT = XL-LOAN-NUMBER
               PERFORM 3200-LOAD-HISTORY
               PERFORM 1500-READ-TRANSFER
           END-PERFORM.
           MOVE SPACES TO WS-REJECT-REASON.
           PERFORM 3300-EDIT-LOAN THRU 3300-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3800-REJECT-LOAN-GROUP
               GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-BOARD-LOAN THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *** Hold one history record, noting the first thing wrong     ***
      *** with the loan's history - a record that is not numeric,   ***
      *** or a payment number out of step with 1, 2, 3 ...  A loan  ***
      *** past 999 history records has its extras rejected as read. ***
      *****************************************************************
       3200-LOAD-HISTORY.
           IF WS-HISTORY-COUNT = 999
               MOVE 'HISTORY PAST PAYMENT 999' TO WS-REJECT-REASON
               PERFORM 3850-REJECT-HISTORY-RECORD
               MOVE 'HISTORY PAST PAYMENT 999' TO WS-HISTORY-ERROR
           ELSE
               ADD 1 TO WS-HISTORY-COUNT
               MOVE XF-HISTORY-RECORD TO
                   WS-HT-ENTRY (WS-HISTORY-COUNT)
               IF XF-HS-PAYMENT-NUMBER IS NOT NUMERIC
                       OR XF-HS-DUE-DATE IS NOT NUMERIC
                       OR XF-HS-PAYMENT-DATE IS NOT NUMERIC
                       OR XF-HS-AMOUNT-DUE IS NOT NUMERIC
                       OR XF-HS-PAYMENT-AMOUNT IS NOT NUMERIC
                       OR XF-HS-PRINCIPAL-PORTION IS NOT NUMERIC
                       OR XF-HS-CURTAILMENT-AMOUNT IS NOT NUMERIC
                   IF WS-HISTORY-ERROR = SPACES
                       MOVE 'HISTORY AMOUNT OR DATE NOT NUMERIC'
                           TO WS-HISTORY-ERROR
                   END-IF
               ELSE
                   ADD XF-HS-PRINCIPAL-PORTION TO WS-HISTORY-PRINCIPAL
                   IF XF-HS-PAYMENT-NUMBER NOT = WS-HISTORY-COUNT
                           AND WS-HISTORY-ERROR = SPACES
                       MOVE 'HISTORY OUT OF SEQUENCE OR HAS A GAP'
                           TO WS-HISTORY-ERROR
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *** Loan edits - the DBBTEST and DBBMNT field edits, then the ***
      *** boarding edits against the masters and the history.  The  ***
      *** first failure is the reject reason, as on the DBBM screen. ***
      *****************************************************************
       3300-EDIT-LOAN.
           IF XL-LOAN-NUMBER = SPACES
               MOVE 'LOAN NUMBER IS REQUIRED' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-CUSTOMER-NUMBER = SPACES
               MOVE 'LOAN HAS NO CUSTOMER NUMBER' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-CUSTOMER-SSN IS NOT NUMERIC
                   OR XL-CUSTOMER-SSN = ZEROS
               MOVE 'INVALID OR MISSING SSN' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-CUST-LAST-NAME = SPACES OR XL-CUST-FIRST-NAME = SPACES
               MOVE 'CUSTOMER NAME IS BLANK' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-ADDR-LINE-1 = SPACES
               MOVE 'CUSTOMER ADDRESS IS BLANK' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-ORIGINAL-PRINCIPAL IS NOT NUMERIC
                   OR XL-ORIGINAL-PRINCIPAL NOT > ZERO
               MOVE 'LOAN AMOUNT MUST BE NUMERIC AND POSITIVE'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-INTEREST-RATE IS NOT NUMERIC
                   OR XL-INTEREST-RATE < 0.500
                   OR XL-INTEREST-RATE > 25.000
               MOVE 'INTEREST RATE OUT OF PLAUSIBLE RANGE'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-TERM-MONTHS IS NOT NUMERIC OR XL-TERM-MONTHS = ZERO
               MOVE 'TERM MUST BE NUMERIC AND NOT ZERO'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           MOVE XL-ORIGINATION-DATE TO WS-ORIG-DATE.
           IF XL-ORIGINATION-DATE IS NOT NUMERIC
                   OR WS-ORIG-MM < 1 OR WS-ORIG-MM > 12
                   OR WS-ORIG-DD < 1 OR WS-ORIG-DD > 31
               MOVE 'ORIGINATION DATE MUST BE YYYYMMDD'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-LAST-PAYMENT-DATE IS NOT NUMERIC
               MOVE 'LAST PAYMENT DATE MUST BE YYYYMMDD'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-LOAN-STATUS NOT = 'C' AND XL-LOAN-STATUS NOT = 'D'
                   AND XL-LOAN-STATUS NOT = 'P'
                   AND XL-LOAN-STATUS NOT = 'F'
               MOVE 'STATUS MUST BE C, D, P OR F' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-ESCROW-PAYMENT IS NOT NUMERIC
               MOVE 'ESCROW PAYMENT MUST BE NUMERIC'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-PI-PAYMENT IS NOT NUMERIC
                   OR XL-PI-PAYMENT NOT > ZERO
               MOVE 'P+I PAYMENT MUST BE NUMERIC AND POSITIVE'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-RATE-TYPE NOT = 'F' AND XL-RATE-TYPE NOT = 'A'
               MOVE 'RATE TYPE MUST BE F OR A' TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           IF XL-RATE-TYPE = 'A'
               IF XL-ARM-INDEX-CODE = SPACES
                       OR XL-ARM-MARGIN IS NOT NUMERIC
                       OR XL-ARM-PERIODIC-CAP IS NOT NUMERIC
                       OR XL-ARM-LIFETIME-CAP IS NOT NUMERIC
                       OR XL-ARM-NEXT-CHANGE-DATE IS NOT NUMERIC
                       OR XL-ARM-NEXT-CHANGE-DATE = ZERO
                   MOVE 'ARM TERMS MISSING OR NOT NUMERIC'
                       TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF XL-PROP-LINE-1 NOT = SPACES
                   AND XL-POLICY-EXPIRE-DATE IS NOT NUMERIC
               MOVE 'POLICY EXPIRE DATE MUST BE YYYYMMDD'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
      *    Co-borrower fields are optional, but a co-borrower sent
      *    needs both names and a numeric SSN.
           IF XL-COBR-LAST-NAME NOT = SPACES
               IF XL-COBR-FIRST-NAME = SPACES
                   MOVE 'CO-BORROWER FIRST NAME IS REQUIRED'
                       TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
               IF XL-COBR-SSN IS NOT NUMERIC
                       OR XL-COBR-SSN = ZEROS
                   MOVE 'INVALID OR MISSING CO-BORROWER SSN'
                       TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.
      *    Mortgage insurance is optional, but MI sent needs its
      *    certificate, a premium and a status of A or R (blank
      *    boards as A).
           IF XL-MI-CARRIER NOT = SPACES
               IF XL-MI-CERTIFICATE = SPACES
                   MOVE 'MI CERTIFICATE NUMBER IS REQUIRED'
                       TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
               IF XL-MI-PREMIUM IS NOT NUMERIC
                       OR XL-MI-PREMIUM NOT > ZERO
                   MOVE 'MI PREMIUM MUST BE NUMERIC AND POSITIVE'
                       TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
               IF XL-MI-STATUS NOT = SPACE AND XL-MI-STATUS NOT = 'A'
                       AND XL-MI-STATUS NOT = 'R'
                   MOVE 'MI STATUS MUST BE A OR R' TO WS-REJECT-REASON
                   GO TO 3300-EXIT
               END-IF
           END-IF.
           IF XL-PROP-LINE-1 NOT = SPACES
                   AND XL-ORIGINAL-VALUE-X NOT = SPACES
                   AND XL-ORIGINAL-VALUE IS NOT NUMERIC
               MOVE 'ORIGINAL VALUE MUST BE NUMERIC'
                   TO WS-REJECT-REASON
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-EDIT-PAID-THROUGH THRU 3400-EXIT.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3300-EXIT
           END-IF.
           PERFORM 3500-EDIT-AGAINST-MASTERS THRU 3500-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      *** Paid-through date and history - installment n falls due  ***
      *** n months after origination (the DBBBILL convention), so   ***
      *** the paid-through due date gives the installments paid.    ***
      *** The history must hold exactly those, numbered 1 up, and   ***
      *** its principal must foot to the original principal less    ***
      *** the current balance inside DBBRECON's tolerance.          ***
      *****************************************************************
       3400-EDIT-PAID-THROUGH.
           IF XL-PAID-THROUGH-DATE IS NOT NUMERIC
               MOVE 'PAID-THROUGH DATE MUST BE YYYYMMDD'
                   TO WS-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.
           MOVE XL-PAID-THROUGH-DATE TO WS-PAID-THROUGH.
           IF WS-PAID-THROUGH = ZERO
               MOVE ZERO TO WS-PAID-COUNT
           ELSE
               COMPUTE WS-PAID-COUNT =
                   ((WS-PT-YYYY * 12) + WS-PT-MM)
                   - ((WS-ORIG-YYYY * 12) + WS-ORIG-MM)
               IF WS-PT-MM < 1 OR WS-PT-MM > 12
                       OR WS-PAID-COUNT < 1
                       OR WS-PAID-COUNT > XL-TERM-MONTHS
                   MOVE 'PAID-THROUGH DATE NOT WITHIN THE TERM'
                       TO WS-REJECT-REASON
                   GO TO 3400-EXIT
               END-IF
           END-IF.
           IF WS-HISTORY-ERROR NOT = SPACES
               MOVE WS-HISTORY-ERROR TO WS-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.
           IF WS-HISTORY-COUNT NOT = WS-PAID-COUNT
               MOVE 'HISTORY DOES NOT MATCH PAID-THROUGH DATE'
                   TO WS-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.
           COMPUTE WS-EXPECTED-PRINCIPAL =
               XL-ORIGINAL-PRINCIPAL - XL-CURRENT-BALANCE.
           COMPUTE WS-PRINCIPAL-VARIANCE =
               WS-EXPECTED-PRINCIPAL - WS-HISTORY-PRINCIPAL.
           IF WS-PRINCIPAL-VARIANCE > WS-TOLERANCE
                   OR WS-PRINCIPAL-VARIANCE < ZERO - WS-TOLERANCE
               MOVE 'HISTORY PRINCIPAL DOES NOT TIE TO BALANCE'
                   TO WS-REJECT-REASON
               GO TO 3400-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      *** Against the masters - the loan must be new to us, the     ***
      *** investor must be one we service for, and a customer       ***
      *** number already on file must belong to the same borrower.  ***
      *****************************************************************
       3500-EDIT-AGAINST-MASTERS.
           MOVE XL-LOAN-NUMBER TO LM-LOAN-NUMBER.
           READ LOAN-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'LOAN ALREADY ON THE LOAN MASTER'
                       TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
           IF XL-INVESTOR-NUMBER NOT = SPACES
               MOVE XL-INVESTOR-NUMBER TO IN-INVESTOR-NUMBER
               READ INVESTOR-MASTER
                   INVALID KEY
                       MOVE 'INVESTOR NOT ON THE INVESTOR MASTER'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WS-CUSTOMER-FOUND-SW.
           MOVE XL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CUSTOMER-FOUND TO TRUE
           END-READ.
           IF WS-CUSTOMER-FOUND
                   AND CM-CUSTOMER-SSN NOT = XL-CUSTOMER-SSN
               MOVE 'CUSTOMER NUMBER ON FILE FOR ANOTHER SSN'
                   TO WS-REJECT-REASON
           END-IF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *** Reject a loan group - the loan record and each history    ***
      *** record behind it go to the rejects file with the reason.  ***
      *****************************************************************
       3800-REJECT-LOAN-GROUP.
           MOVE WS-LOAN-IMAGE TO REJECT-RECORD.
           MOVE WS-REJECT-REASON TO XR-REJECT-REASON.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECTED-COUNT.
           ADD XL-CURRENT-BALANCE TO WS-REJECTED-PRINCIPAL.
           ADD XL-ESCROW-BALANCE TO WS-REJECTED-ESCROW.
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               MOVE SPACES TO REJECT-RECORD
               SET XR-TYPE-HISTORY TO TRUE
               MOVE WS-HT-ENTRY (WS-HISTORY-SUB) TO XR-HISTORY-RECORD
               MOVE WS-REJECT-REASON TO XR-REJECT-REASON
               WRITE REJECT-RECORD
               ADD 1 TO WS-REJECTED-HISTORY
           END-PERFORM.
           MOVE XL-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE XL-CUSTOMER-NUMBER TO WS-DL-CUSTOMER.
           MOVE XL-CUST-LAST-NAME TO WS-DL-BORROWER.
           MOVE XL-CURRENT-BALANCE TO WS-DL-BALANCE.
           MOVE XL-ESCROW-BALANCE TO WS-DL-ESCROW.
           MOVE WS-REJECT-REASON TO WS-DL-DISPOSITION.
           MOVE WS-DETAIL-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.

      *    One history record rejected on its own, as it is read.
       3850-REJECT-HISTORY-RECORD.
           MOVE TRANSFER-RECORD TO REJECT-RECORD.
           MOVE WS-REJECT-REASON TO XR-REJECT-REASON.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECTED-HISTORY.
           DISPLAY 'DBBBORD - HISTORY REJECTED, LOAN '
               XF-HS-LOAN-NUMBER ': ' WS-REJECT-REASON.

       3900-WRITE-REJECT-TRAILER.
           MOVE SPACES TO REJECT-RECORD.
           SET XR-TYPE-TRAILER TO TRUE.
           MOVE WS-REJECTED-COUNT TO XR-TRL-LOAN-COUNT.
           MOVE WS-REJECTED-HISTORY TO XR-TRL-HISTORY-COUNT.
           MOVE WS-REJECTED-PRINCIPAL TO XR-TRL-PRINCIPAL-TOTAL.
           MOVE WS-REJECTED-ESCROW TO XR-TRL-ESCROW-TOTAL.
           WRITE REJECT-RECORD.

      *****************************************************************
      *** Board a clean loan - the loan master record first (a      ***
      *** failure there rejects the group with nothing written),    ***
      *** then the customer when new, the collateral and co-        ***
      *** borrower records when sent, the history, the open         ***
      *** record, the register line and the transfer letter.        ***
      *****************************************************************
       4000-BOARD-LOAN.
           PERFORM 4100-ADD-LOAN.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3800-REJECT-LOAN-GROUP
               GO TO 4000-EXIT
           END-IF.
           IF WS-CUSTOMER-FOUND
               MOVE XL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'DBBBORD - CUSTOMER NOT ON MASTER: '
                           CM-CUSTOMER-NUMBER
               END-READ
           ELSE
               PERFORM 4200-ADD-CUSTOMER
           END-IF.
           IF XL-PROP-LINE-1 NOT = SPACES
               PERFORM 4300-ADD-PROPERTY
           END-IF.
           IF XL-COBR-LAST-NAME NOT = SPACES
               PERFORM 4400-ADD-COBORROWER
           END-IF.
           PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                   UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
               PERFORM 4500-WRITE-HISTORY-RECORD
           END-PERFORM.
           MOVE 'N' TO WS-OPEN-RECORD-SW.
           IF (XL-LOAN-STATUS = 'C' OR XL-LOAN-STATUS = 'D')
                   AND WS-PAID-COUNT < XL-TERM-MONTHS
               PERFORM 4600-WRITE-OPEN-RECORD
           END-IF.
           ADD 1 TO WS-BOARDED-COUNT.
           ADD XL-CURRENT-BALANCE TO WS-BOARDED-PRINCIPAL.
           ADD XL-ESCROW-BALANCE TO WS-BOARDED-ESCROW.
           MOVE XL-LOAN-NUMBER TO WS-DL-LOAN-NUMBER.
           MOVE XL-CUSTOMER-NUMBER TO WS-DL-CUSTOMER.
           MOVE XL-CUST-LAST-NAME TO WS-DL-BORROWER.
           MOVE XL-CURRENT-BALANCE TO WS-DL-BALANCE.
           MOVE XL-ESCROW-BALANCE TO WS-DL-ESCROW.
           IF WS-CUSTOMER-FOUND
               MOVE 'BOARDED - EXISTING CUSTOMER' TO WS-DL-DISPOSITION
           ELSE
               MOVE 'BOARDED' TO WS-DL-DISPOSITION
           END-IF.
           MOVE WS-DETAIL-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           PERFORM 7000-PRINT-TRANSFER-LETTER.
       4000-EXIT.
           EXIT.

       4100-ADD-LOAN.
           INITIALIZE LOAN-MASTER-RECORD.
           MOVE XL-LOAN-NUMBER TO LM-LOAN-NUMBER.
           MOVE XL-CUSTOMER-NUMBER TO LM-CUSTOMER-NUMBER.
           MOVE XL-ORIGINAL-PRINCIPAL TO LM-ORIGINAL-PRINCIPAL.
           MOVE XL-CURRENT-BALANCE TO LM-CURRENT-BALANCE.
           MOVE XL-INTEREST-RATE TO LM-INTEREST-RATE.
           MOVE XL-TERM-MONTHS TO LM-TERM-MONTHS.
           MOVE XL-ORIGINATION-DATE TO LM-ORIGINATION-DATE.
           MOVE XL-LAST-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE.
           MOVE XL-LOAN-STATUS TO LM-LOAN-STATUS.
           MOVE XL-ESCROW-BALANCE TO LM-ESCROW-BALANCE.
           MOVE XL-ESCROW-PAYMENT TO LM-ESCROW-PAYMENT.
           MOVE XL-RATE-TYPE TO LM-RATE-TYPE.
           IF LM-RATE-ADJUSTABLE
               MOVE XL-ARM-INDEX-CODE TO LM-ARM-INDEX-CODE
               MOVE XL-ARM-MARGIN TO LM-ARM-MARGIN
               MOVE XL-ARM-PERIODIC-CAP TO LM-ARM-PERIODIC-CAP
               MOVE XL-ARM-LIFETIME-CAP TO LM-ARM-LIFETIME-CAP
               MOVE XL-ARM-NEXT-CHANGE-DATE TO LM-ARM-NEXT-CHANGE-DATE
           END-IF.
           MOVE XL-INVESTOR-NUMBER TO LM-INVESTOR-NUMBER.
           IF XL-MI-CARRIER NOT = SPACES
               MOVE XL-MI-CARRIER TO LM-MI-CARRIER
               MOVE XL-MI-CERTIFICATE TO LM-MI-CERTIFICATE
               MOVE XL-MI-PREMIUM TO LM-MI-PREMIUM
               MOVE XL-MI-STATUS TO LM-MI-STATUS
               IF LM-MI-STATUS = SPACE
                   SET LM-MI-ACTIVE TO TRUE
               END-IF
           END-IF.
      *    The loan has passed the same edits DBBTEST applies.
           SET LM-EDIT-PASSED TO TRUE.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   MOVE 'LOAN ALREADY ON THE LOAN MASTER'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER
                   SET AU-ACTION-ADD TO TRUE
                   MOVE 'LOAN BOARDED' TO AU-FIELD-NAME
                   MOVE WS-SELLER-NAME TO AU-OLD-VALUE
                   MOVE LM-LOAN-NUMBER TO AU-NEW-VALUE
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-WRITE.

       4200-ADD-CUSTOMER.
           INITIALIZE CUSTOMER-COPY.
           MOVE XL-CUSTOMER-NUMBER TO CM-CUSTOMER-NUMBER.
           MOVE XL-CUST-LAST-NAME TO CM-CUST-LAST-NAME.
           MOVE XL-CUST-FIRST-NAME TO CM-CUST-FIRST-NAME.
           MOVE XL-CUST-MI TO CM-CUST-MI.
           MOVE XL-ADDR-LINE-1 TO CM-ADDR-LINE-1.
           MOVE XL-ADDR-LINE-2 TO CM-ADDR-LINE-2.
           MOVE XL-ADDR-CITY TO CM-ADDR-CITY.
           MOVE XL-ADDR-STATE TO CM-ADDR-STATE.
           MOVE XL-ADDR-ZIP TO CM-ADDR-ZIP.
           MOVE XL-CUSTOMER-SSN TO CM-CUSTOMER-SSN.
           SET CM-EDIT-PASSED TO TRUE.
           WRITE CUSTOMER-COPY
               INVALID KEY
                   DISPLAY 'DBBBORD - ADD FAILED, DUPLICATE KEY: '
                       CM-CUSTOMER-NUMBER
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NUMBER TO AU-CUSTOMER-NUMBER
                   SET AU-ACTION-ADD TO TRUE
                   MOVE 'CUSTOMER ADDED' TO AU-FIELD-NAME
                   MOVE SPACES TO AU-OLD-VALUE
                   MOVE CM-CUSTOMER-NUMBER TO AU-NEW-VALUE
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-WRITE.

       4300-ADD-PROPERTY.
           INITIALIZE PROPERTY-MASTER-RECORD.
           MOVE XL-LOAN-NUMBER TO PR-LOAN-NUMBER.
           MOVE XL-PROP-LINE-1 TO PR-PROP-LINE-1.
           MOVE XL-PROP-CITY TO PR-PROP-CITY.
           MOVE XL-PROP-STATE TO PR-PROP-STATE.
           MOVE XL-PROP-ZIP TO PR-PROP-ZIP.
           MOVE XL-PARCEL-ID TO PR-PARCEL-ID.
           MOVE XL-TAX-AUTHORITY TO PR-TAX-AUTHORITY.
           MOVE XL-INSURANCE-CARRIER TO PR-INSURANCE-CARRIER.
           MOVE XL-POLICY-NUMBER TO PR-POLICY-NUMBER.
           MOVE XL-POLICY-EXPIRE-DATE TO PR-POLICY-EXPIRE-DATE.
           IF XL-ORIGINAL-VALUE IS NUMERIC
               MOVE XL-ORIGINAL-VALUE TO PR-ORIGINAL-VALUE
           END-IF.
           WRITE PROPERTY-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBBORD - ADD FAILED, DUP PROPERTY: '
                       PR-LOAN-NUMBER
               NOT INVALID KEY
                   MOVE XL-LOAN-NUMBER TO AU-CUSTOMER-NUMBER
                   SET AU-ACTION-ADD TO TRUE
                   MOVE 'PROPERTY ADDED' TO AU-FIELD-NAME
                   MOVE SPACES TO AU-OLD-VALUE
                   MOVE XL-PARCEL-ID TO AU-NEW-VALUE
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-WRITE.

       4400-ADD-COBORROWER.
           INITIALIZE COBORROWER-MASTER-RECORD.
           MOVE XL-LOAN-NUMBER TO CB-LOAN-NUMBER.
           MOVE XL-CUSTOMER-NUMBER TO CB-CUSTOMER-NUMBER.
           MOVE XL-COBR-LAST-NAME TO CB-COBR-LAST-NAME.
           MOVE XL-COBR-FIRST-NAME TO CB-COBR-FIRST-NAME.
           MOVE XL-COBR-MI TO CB-COBR-MI.
           MOVE XL-COBR-SSN TO CB-COBR-SSN.
           MOVE XL-COBR-ADDRESS-DIFF-SW TO CB-ADDRESS-DIFF-SW.
           MOVE XL-COBR-ADDR-LINE-1 TO CB-ADDR-LINE-1.
           MOVE XL-COBR-ADDR-LINE-2 TO CB-ADDR-LINE-2.
           MOVE XL-COBR-ADDR-CITY TO CB-ADDR-CITY.
           MOVE XL-COBR-ADDR-STATE TO CB-ADDR-STATE.
           MOVE XL-COBR-ADDR-ZIP TO CB-ADDR-ZIP.
           WRITE COBORROWER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBBORD - ADD FAILED, DUP COBORROWER: '
                       CB-LOAN-NUMBER
               NOT INVALID KEY
                   MOVE XL-LOAN-NUMBER TO AU-CUSTOMER-NUMBER
                   SET AU-ACTION-ADD TO TRUE
                   MOVE 'COBORROWER ADDED' TO AU-FIELD-NAME
                   MOVE SPACES TO AU-OLD-VALUE
                   MOVE XL-COBR-LAST-NAME TO AU-NEW-VALUE
                   PERFORM 5000-WRITE-AUDIT-RECORD
           END-WRITE.

      *****************************************************************
      *** One installment paid to the seller, closed as PAID with   ***
      *** its principal portion (and any curtailment in it), so     ***
      *** DBBRECON ties and DBBBILL carries on from the newest.     ***
      *****************************************************************
       4500-WRITE-HISTORY-RECORD.
           MOVE SPACES TO WS-HISTORY-IMAGE.
           MOVE WS-HT-ENTRY (WS-HISTORY-SUB) TO XH-HISTORY-RECORD.
           INITIALIZE PAYMENT-HISTORY-RECORD.
           MOVE XL-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE XH-HS-PAYMENT-NUMBER TO PH-PAYMENT-NUMBER.
           MOVE XH-HS-DUE-DATE TO PH-DUE-DATE.
           MOVE XH-HS-PAYMENT-DATE TO PH-PAYMENT-DATE.
           MOVE XH-HS-AMOUNT-DUE TO PH-AMOUNT-DUE.
           MOVE XH-HS-PAYMENT-AMOUNT TO PH-PAYMENT-AMOUNT.
           MOVE XH-HS-PRINCIPAL-PORTION TO PH-PRINCIPAL-PORTION.
           SET PH-STATUS-PAID TO TRUE.
           SET PH-FEE-OPEN TO TRUE.
           IF XH-HS-CURTAILMENT-AMOUNT > ZERO
               MOVE XH-HS-CURTAILMENT-AMOUNT TO PH-CURTAILMENT-AMOUNT
               MOVE XH-HS-PAYMENT-DATE TO PH-CURTAILMENT-DATE
           END-IF.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'DBBBORD - DUPLICATE HISTORY RECORD: '
                       PH-LOAN-NUMBER ' PAYMENT ' PH-PAYMENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO WS-BOARDED-HISTORY
           END-WRITE.

      *****************************************************************
      *** The open record - the installment after the paid-through  ***
      *** date, PENDING at the seller's P+I payment, due the way    ***
      *** DBBBILL dates it.  DBBBILL writes the ones after it.      ***
      *****************************************************************
       4600-WRITE-OPEN-RECORD.
           COMPUTE WS-NEXT-PAYMENT = WS-PAID-COUNT + 1.
           PERFORM 4700-SET-DUE-DATE.
           INITIALIZE PAYMENT-HISTORY-RECORD.
           MOVE XL-LOAN-NUMBER TO PH-LOAN-NUMBER.
           MOVE WS-NEXT-PAYMENT TO PH-PAYMENT-NUMBER.
           MOVE WS-DUE-DATE TO PH-DUE-DATE.
           MOVE XL-PI-PAYMENT TO PH-AMOUNT-DUE.
           SET PH-STATUS-PENDING TO TRUE.
           SET PH-FEE-OPEN TO TRUE.
           WRITE PAYMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY 'DBBBORD - DUPLICATE HISTORY RECORD: '
                       PH-LOAN-NUMBER ' PAYMENT ' PH-PAYMENT-NUMBER
               NOT INVALID KEY
                   SET WS-OPEN-RECORD-WRITTEN TO TRUE
                   ADD 1 TO WS-OPEN-RECORD-COUNT
           END-WRITE.

      *****************************************************************
      *** Due date for payment n - n months after the origination   ***
      *** date on the origination day, clamped to the due month's   ***
      *** last day, exactly as DBBBILL sets it.                     ***
      *****************************************************************
       4700-SET-DUE-DATE.
           COMPUTE WS-MONTH-WORK =
               (WS-ORIG-YYYY * 12) + WS-ORIG-MM + WS-NEXT-PAYMENT.
           DIVIDE WS-MONTH-WORK BY 12 GIVING WS-DUE-YYYY
               REMAINDER WS-MONTH-REMAINDER.
           IF WS-MONTH-REMAINDER = ZERO
               SUBTRACT 1 FROM WS-DUE-YYYY
               MOVE 12 TO WS-DUE-MM
           ELSE
               MOVE WS-MONTH-REMAINDER TO WS-DUE-MM
           END-IF.
           EVALUATE WS-DUE-MM
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-END-DAY
               WHEN 02
                   DIVIDE WS-DUE-YYYY BY 4 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-END-DAY
                   ELSE
                       MOVE 28 TO WS-MONTH-END-DAY
                   END-IF
                   DIVIDE WS-DUE-YYYY BY 100 GIVING WS-LEAP-WORK
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       DIVIDE WS-DUE-YYYY BY 400 GIVING WS-LEAP-WORK
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-END-DAY
                       ELSE
                           MOVE 28 TO WS-MONTH-END-DAY
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-END-DAY
           END-EVALUATE.
           IF WS-ORIG-DD > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-DUE-DD
           ELSE
               MOVE WS-ORIG-DD TO WS-DUE-DD
           END-IF.

       5000-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

      *****************************************************************
      *** Reconciliation - the seller's trailer, what the file held,***
      *** what boarded and what was rejected, and the difference    ***
      *** (trailer less boarded less rejected), which must be zero. ***
      *****************************************************************
       6000-WRITE-RECONCILIATION.
           MOVE SPACES TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           MOVE WS-RECON-COLUMN-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           MOVE 'SELLER TRAILER' TO WS-RL-LABEL.
           MOVE WS-SELLER-LOAN-COUNT TO WS-RL-COUNT.
           MOVE WS-SELLER-PRINCIPAL TO WS-RL-PRINCIPAL.
           MOVE WS-SELLER-ESCROW TO WS-RL-ESCROW.
           MOVE WS-SELLER-HISTORY-COUNT TO WS-RL-HISTORY.
           PERFORM 6100-WRITE-RECON-LINE.
           MOVE 'RECEIVED ON FILE' TO WS-RL-LABEL.
           MOVE WS-FILE-LOAN-COUNT TO WS-RL-COUNT.
           MOVE WS-FILE-PRINCIPAL TO WS-RL-PRINCIPAL.
           MOVE WS-FILE-ESCROW TO WS-RL-ESCROW.
           MOVE WS-FILE-HISTORY-COUNT TO WS-RL-HISTORY.
           PERFORM 6100-WRITE-RECON-LINE.
           MOVE 'BOARDED' TO WS-RL-LABEL.
           MOVE WS-BOARDED-COUNT TO WS-RL-COUNT.
           MOVE WS-BOARDED-PRINCIPAL TO WS-RL-PRINCIPAL.
           MOVE WS-BOARDED-ESCROW TO WS-RL-ESCROW.
           MOVE WS-BOARDED-HISTORY TO WS-RL-HISTORY.
           PERFORM 6100-WRITE-RECON-LINE.
           MOVE 'REJECTED' TO WS-RL-LABEL.
           MOVE WS-REJECTED-COUNT TO WS-RL-COUNT.
           MOVE WS-REJECTED-PRINCIPAL TO WS-RL-PRINCIPAL.
           MOVE WS-REJECTED-ESCROW TO WS-RL-ESCROW.
           MOVE WS-REJECTED-HISTORY TO WS-RL-HISTORY.
           PERFORM 6100-WRITE-RECON-LINE.
           COMPUTE WS-DIFF-COUNT = WS-SELLER-LOAN-COUNT
               - WS-BOARDED-COUNT - WS-REJECTED-COUNT.
           COMPUTE WS-DIFF-PRINCIPAL = WS-SELLER-PRINCIPAL
               - WS-BOARDED-PRINCIPAL - WS-REJECTED-PRINCIPAL.
           COMPUTE WS-DIFF-ESCROW = WS-SELLER-ESCROW
               - WS-BOARDED-ESCROW - WS-REJECTED-ESCROW.
           COMPUTE WS-DIFF-HISTORY = WS-SELLER-HISTORY-COUNT
               - WS-BOARDED-HISTORY - WS-REJECTED-HISTORY.
           MOVE 'DIFFERENCE' TO WS-RL-LABEL.
           MOVE WS-DIFF-COUNT TO WS-RL-COUNT.
           MOVE WS-DIFF-PRINCIPAL TO WS-RL-PRINCIPAL.
           MOVE WS-DIFF-ESCROW TO WS-RL-ESCROW.
           MOVE WS-DIFF-HISTORY TO WS-RL-HISTORY.
           PERFORM 6100-WRITE-RECON-LINE.
           MOVE SPACES TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           MOVE WS-FILE-VERDICT TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.
           IF WS-FILE-BALANCED
               IF WS-DIFF-COUNT NOT = ZERO
                       OR WS-DIFF-PRINCIPAL NOT = ZERO
                       OR WS-DIFF-ESCROW NOT = ZERO
                       OR WS-DIFF-HISTORY NOT = ZERO
                   MOVE 'BOARDED PLUS REJECTED DOES NOT TIE - REVIEW'
                       TO BOARDING-REPORT-LINE
                   WRITE BOARDING-REPORT-LINE
                   DISPLAY 'DBBBORD - BOARDED PLUS REJECTED NOT TIED'
               END-IF
           END-IF.

       6100-WRITE-RECON-LINE.
           MOVE WS-RECON-LINE TO BOARDING-REPORT-LINE.
           WRITE BOARDING-REPORT-LINE.

      *****************************************************************
      *** Transfer ("hello") letter - the notice of servicing       ***
      *** transfer RESPA requires, one page per loan boarded, to    ***
      *** the borrower on the customer master and the co-borrower:  ***
      *** who serviced the loan and who does now, from what date,   ***
      *** the next payment and where it goes, the 60-day grace on   ***
      *** a payment sent to the prior servicer, and the escrow      ***
      *** balance that came over with the loan.                     ***
      *****************************************************************
       7000-PRINT-TRANSFER-LETTER.
           MOVE '1' TO WS-PL-CC.
           MOVE 'NOTICE OF SERVICING TRANSFER' TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-BORROWER-NAME.
           STRING CM-CUST-FIRST-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  CM-CUST-LAST-NAME DELIMITED BY SIZE
               INTO WS-BORROWER-NAME
           END-STRING.
           MOVE WS-BORROWER-NAME TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF XL-COBR-LAST-NAME NOT = SPACES
               MOVE SPACES TO WS-PL-TEXT
               STRING 'AND ' DELIMITED BY SIZE
                      XL-COBR-FIRST-NAME DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      XL-COBR-LAST-NAME DELIMITED BY SIZE
                   INTO WS-PL-TEXT
               END-STRING
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           MOVE CM-ADDR-LINE-1 TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF CM-ADDR-LINE-2 NOT = SPACES
               MOVE CM-ADDR-LINE-2 TO WS-PL-TEXT
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PL-TEXT.
           STRING CM-ADDR-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  CM-ADDR-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CM-ADDR-ZIP DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'RE: LOAN ' DELIMITED BY SIZE
                  XL-LOAN-NUMBER DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE 'THE SERVICING OF YOUR MORTGAGE LOAN - THE RIGHT TO'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'COLLECT YOUR PAYMENTS - IS TRANSFERRED FROM '
                      DELIMITED BY SIZE
                  WS-SELLER-NAME DELIMITED BY '  '
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE WS-TRANSFER-DATE TO WS-DATE-IN.
           PERFORM 8200-FORMAT-DATE.
           MOVE SPACES TO WS-PL-TEXT.
           STRING 'TO ' DELIMITED BY SIZE
                  WS-SERVICER-NAME DELIMITED BY SIZE
                  ' EFFECTIVE ' DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
               INTO WS-PL-TEXT
           END-STRING.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'THE TRANSFER DOES NOT CHANGE THE TERMS OF YOUR LOAN.'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           PERFORM 8100-WRITE-BLANK-LINE.
           IF WS-OPEN-RECORD-WRITTEN
               COMPUTE WS-NEXT-AMOUNT =
                   XL-PI-PAYMENT + XL-ESCROW-PAYMENT
               MOVE WS-NEXT-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-DUE-DATE TO WS-DATE-IN
               PERFORM 8200-FORMAT-DATE
               MOVE SPACES TO WS-PL-TEXT
               STRING 'YOUR NEXT PAYMENT OF ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' IS DUE ' DELIMITED BY SIZE
                      WS-DATE-OUT DELIMITED BY SIZE
                      '.' DELIMITED BY SIZE
                   INTO WS-PL-TEXT
               END-STRING
               PERFORM 8000-WRITE-PRINT-LINE
               IF XL-ESCROW-PAYMENT > ZERO
                   MOVE XL-ESCROW-PAYMENT TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-PL-TEXT
                   STRING 'IT INCLUDES ' DELIMITED BY SIZE
                          WS-AMOUNT-EDIT DELIMITED BY SIZE
                          ' FOR YOUR ESCROW ACCOUNT.'
                              DELIMITED BY SIZE
                       INTO WS-PL-TEXT
                   END-STRING
                   PERFORM 8000-WRITE-PRINT-LINE
               END-IF
           END-IF.
           MOVE 'SEND EVERY PAYMENT DUE ON OR AFTER THE TRANSFER DATE'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'TO US.  FOR 60 DAYS FROM THAT DATE, A PAYMENT THE'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'PRIOR SERVICER RECEIVES BY ITS DUE DATE WILL NOT BE'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           MOVE 'TREATED AS LATE.' TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           IF XL-ESCROW-BALANCE > ZERO
               PERFORM 8100-WRITE-BLANK-LINE
               MOVE XL-ESCROW-BALANCE TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-PL-TEXT
               STRING 'YOUR ESCROW BALANCE OF ' DELIMITED BY SIZE
                      WS-AMOUNT-EDIT DELIMITED BY SIZE
                      ' CAME OVER WITH THE LOAN' DELIMITED BY SIZE
                   INTO WS-PL-TEXT
               END-STRING
               PERFORM 8000-WRITE-PRINT-LINE
               MOVE 'AND WILL PAY YOUR TAXES AND INSURANCE AS BEFORE.'
                   TO WS-PL-TEXT
               PERFORM 8000-WRITE-PRINT-LINE
           END-IF.
           PERFORM 8100-WRITE-BLANK-LINE.
           MOVE 'IF YOU HAVE QUESTIONS, CALL OUR SERVICING OFFICE.'
               TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.
           ADD 1 TO WS-LETTER-COUNT.

       8000-WRITE-PRINT-LINE.
           MOVE WS-PRINT-LINE TO LETTER-PRINT-LINE.
           WRITE LETTER-PRINT-LINE.
           MOVE ' ' TO WS-PL-CC.

       8100-WRITE-BLANK-LINE.
           MOVE SPACES TO WS-PL-TEXT.
           PERFORM 8000-WRITE-PRINT-LINE.

       8200-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       9999-END-PROGRAM.
           STOP RUN.
