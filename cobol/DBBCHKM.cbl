  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBCHKM.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Paid-check match, the second step of     ***
      ***              the DBBCHECK job.  Loads the bank's paid-     ***
      ***              items file for the disbursement account and   ***
      ***              marks each cleared check paid on the          ***
      ***              outstanding-check KSDS DBBCHKI builds.  Pass  ***
      ***              one foots the file against the bank's trailer ***
      ***              and checks the account against the check-     ***
      ***              stock record - a file that does not tie       ***
      ***              matches nothing (RC 8).  Pass two matches     ***
      ***              each item by check number: an outstanding     ***
      ***              check for the same amount is marked paid;     ***
      ***              anything else (a number we never issued, a    ***
      ***              check already paid or voided, an amount that  ***
      ***              differs) is left as it stands and goes on the ***
      ***              exception list for the treasury desk (RC 4).  ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAID-ITEMS ASSIGN TO PAIDITEM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAIDITEM-STATUS.
           SELECT CHECK-STOCK-FILE ASSIGN TO CHKSTOCK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKSTOCK-STATUS.
           SELECT OUTSTANDING-CHECKS ASSIGN TO CHKOUTS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CK-CHECK-NUMBER
               FILE STATUS IS WS-CHKOUTS-STATUS.
           SELECT MATCH-REPORT ASSIGN TO CHKMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKMRPT-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  PAID-ITEMS
           LABEL RECORDS ARE STANDARD.
       01 PAID-ITEM-RECORD.
          COPY EPSMTPDI.
       FD  CHECK-STOCK-FILE
           LABEL RECORDS ARE STANDARD.
       01 CHECK-STOCK-RECORD.
          COPY EPSMTCKS.
       FD  OUTSTANDING-CHECKS
           LABEL RECORDS ARE STANDARD.
       01 OUTSTANDING-CHECK-RECORD.
          COPY EPSMTCHK.
       FD  MATCH-REPORT
           LABEL RECORDS ARE STANDARD.
       01 MATCH-REPORT-LINE           PIC X(120).
       WORKING-STORAGE SECTION.
       01 WS-PAIDITEM-STATUS          PIC X(2)    VALUE '00'.
           88  WS-PAIDITEM-OK                     VALUE '00'.
       01 WS-CHKSTOCK-STATUS          PIC X(2)    VALUE '00'.
           88  WS-CHKSTOCK-OK                     VALUE '00'.
       01 WS-CHKOUTS-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKOUTS-OK                      VALUE '00'.
       01 WS-CHKMRPT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CHKMRPT-OK                      VALUE '00'.
       01 WS-EOF-SW                   PIC X(1)    VALUE 'N'.
           88  WS-EOF                             VALUE 'Y'.
       01 WS-TRAILER-SW               PIC X(1)    VALUE 'N'.
           88  WS-TRAILER-FOUND                   VALUE 'Y'.
       01 WS-FILE-OK-SW               PIC X(1)    VALUE 'Y'.
           88  WS-FILE-OK                         VALUE 'Y'.
       01 WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
       01 WS-DETAIL-COUNT             PIC 9(7)    VALUE ZERO.
       01 WS-DETAIL-AMOUNT            PIC 9(11)V99 VALUE ZERO.
       01 WS-ITEMS-MATCHED            PIC 9(7)    VALUE ZERO.
       01 WS-MATCHED-AMOUNT           PIC 9(11)V99 VALUE ZERO.
       01 WS-EXCEPTIONS               PIC 9(7)    VALUE ZERO.
       01 WS-EXCEPTION-AMOUNT         PIC 9(11)V99 VALUE ZERO.
       01 WS-HEAD-LINE.
           05  FILLER                 PIC X(30)   VALUE
               'PAID CHECK MATCH - ACCOUNT'.
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-HD-ACCOUNT          PIC X(12).
       01 WS-COLUMN-LINE.
           05  FILLER                 PIC X(10)   VALUE 'CHECK NO.'.
           05  FILLER                 PIC X(12)   VALUE 'PAID DATE'.
           05  FILLER                 PIC X(16)   VALUE
               '   PAID AMOUNT'.
           05  FILLER                 PIC X(16)   VALUE
               ' ISSUED AMOUNT'.
           05  FILLER                 PIC X(40)   VALUE 'RESULT'.
       01 WS-DETAIL-LINE.
           05  WS-DL-CHECK-NUMBER     PIC Z(7)9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-PAID-DATE        PIC 9(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-PAID-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-ISSUED-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-RESULT           PIC X(40).
       01 WS-TOTAL-LINE.
           05  WS-TL-LABEL            PIC X(30).
           05  WS-TL-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-TL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN INPUT CHECK-STOCK-FILE.
           OPEN OUTPUT MATCH-REPORT.
           IF NOT WS-CHKSTOCK-OK OR NOT WS-CHKMRPT-OK
               DISPLAY 'DBBCHKM - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           READ CHECK-STOCK-FILE
               AT END
                   DISPLAY 'DBBCHKM - CHECK STOCK RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-END-PROGRAM
           END-READ.
           CLOSE CHECK-STOCK-FILE.
           MOVE CS-BANK-ACCOUNT TO WS-HD-ACCOUNT.
           MOVE WS-HEAD-LINE TO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.

           PERFORM 1000-FOOT-FILE THRU 1000-EXIT.
           IF RETURN-CODE = 16
               GO TO 9999-END-PROGRAM
           END-IF.
           IF NOT WS-FILE-OK
               MOVE SPACES TO MATCH-REPORT-LINE
               STRING 'FILE REJECTED - ' DELIMITED BY SIZE
                      WS-REJECT-REASON DELIMITED BY SIZE
                   INTO MATCH-REPORT-LINE
               END-STRING
               WRITE MATCH-REPORT-LINE
               CLOSE MATCH-REPORT
               DISPLAY 'DBBCHKM - PAID ITEMS REJECTED: '
                       WS-REJECT-REASON
               MOVE 8 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN INPUT PAID-ITEMS.
           OPEN I-O OUTSTANDING-CHECKS.
           IF NOT WS-PAIDITEM-OK OR NOT WS-CHKOUTS-OK
               DISPLAY 'DBBCHKM - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           MOVE WS-COLUMN-LINE TO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.
           MOVE 'N' TO WS-EOF-SW.
           PERFORM 1100-READ-PAID-ITEM.
           PERFORM UNTIL WS-EOF
               IF PI-TYPE-DETAIL
                   PERFORM 2000-MATCH-ITEM THRU 2000-EXIT
               END-IF
               PERFORM 1100-READ-PAID-ITEM
           END-PERFORM.

           MOVE SPACES TO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.
           MOVE 'ITEMS ON BANK FILE:' TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-DETAIL-AMOUNT TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE 'CHECKS MATCHED AND PAID:' TO WS-TL-LABEL.
           MOVE WS-ITEMS-MATCHED TO WS-TL-COUNT.
           MOVE WS-MATCHED-AMOUNT TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.
           MOVE 'EXCEPTIONS:' TO WS-TL-LABEL.
           MOVE WS-EXCEPTIONS TO WS-TL-COUNT.
           MOVE WS-EXCEPTION-AMOUNT TO WS-TL-AMOUNT.
           PERFORM 5100-WRITE-TOTAL-LINE.

           CLOSE PAID-ITEMS.
           CLOSE OUTSTANDING-CHECKS.
           CLOSE MATCH-REPORT.
           DISPLAY 'DBBCHKM - ITEMS ON BANK FILE: ' WS-DETAIL-COUNT.
           DISPLAY 'DBBCHKM - CHECKS PAID:        ' WS-ITEMS-MATCHED.
           DISPLAY 'DBBCHKM - AMOUNT PAID:        ' WS-MATCHED-AMOUNT.
           DISPLAY 'DBBCHKM - EXCEPTIONS:         ' WS-EXCEPTIONS.
           IF WS-EXCEPTIONS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-END-PROGRAM.

      *****************************************************************
      *** Pass one - every detail must be for our account, and the  ***
      *** count and total must tie to the bank's trailer.           ***
      *****************************************************************
       1000-FOOT-FILE.
           OPEN INPUT PAID-ITEMS.
           IF NOT WS-PAIDITEM-OK
               DISPLAY 'DBBCHKM - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-READ-PAID-ITEM.
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN PI-TYPE-DETAIL
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD PI-PAID-AMOUNT TO WS-DETAIL-AMOUNT
                       IF PI-BANK-ACCOUNT NOT = CS-BANK-ACCOUNT
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'ITEM FOR ANOTHER BANK ACCOUNT'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN PI-TYPE-TRAILER
                       SET WS-TRAILER-FOUND TO TRUE
                       IF PI-TRL-BANK-ACCOUNT NOT = CS-BANK-ACCOUNT
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'TRAILER FOR ANOTHER BANK ACCOUNT'
                               TO WS-REJECT-REASON
                       END-IF
                       IF PI-TRL-RECORD-COUNT NOT = WS-DETAIL-COUNT
                               OR PI-TRL-TOTAL-AMOUNT
                                   NOT = WS-DETAIL-AMOUNT
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'COUNT OR TOTAL DOES NOT TIE TO TRAILER'
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-FILE-OK-SW
                       MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
               END-EVALUATE
               PERFORM 1100-READ-PAID-ITEM
           END-PERFORM.
           IF NOT WS-TRAILER-FOUND
               MOVE 'N' TO WS-FILE-OK-SW
               MOVE 'NO TRAILER RECORD' TO WS-REJECT-REASON
           END-IF.
           CLOSE PAID-ITEMS.
       1000-EXIT.
           EXIT.

       1100-READ-PAID-ITEM.
           READ PAID-ITEMS
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

      *****************************************************************
      *** Pass two - one cleared item against the outstanding file. ***
      *****************************************************************
       2000-MATCH-ITEM.
           MOVE PI-CHECK-NUMBER TO WS-DL-CHECK-NUMBER.
           MOVE PI-PAID-DATE TO WS-DL-PAID-DATE.
           MOVE PI-PAID-AMOUNT TO WS-DL-PAID-AMOUNT.
           MOVE ZERO TO WS-DL-ISSUED-AMOUNT.
           MOVE PI-CHECK-NUMBER TO CK-CHECK-NUMBER.
           READ OUTSTANDING-CHECKS
               INVALID KEY
                   MOVE 'EXCEPTION - CHECK NOT ISSUED BY US'
                       TO WS-DL-RESULT
                   PERFORM 2900-WRITE-EXCEPTION
                   GO TO 2000-EXIT
           END-READ.
           MOVE CK-CHECK-AMOUNT TO WS-DL-ISSUED-AMOUNT.
           EVALUATE TRUE
               WHEN CK-STATUS-PAID
                   MOVE 'EXCEPTION - CHECK ALREADY PAID'
                       TO WS-DL-RESULT
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN CK-STATUS-VOID
                   MOVE 'EXCEPTION - CHECK WAS VOIDED'
                       TO WS-DL-RESULT
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN PI-PAID-AMOUNT NOT = CK-CHECK-AMOUNT
                   MOVE 'EXCEPTION - AMOUNT DIFFERS FROM ISSUE'
                       TO WS-DL-RESULT
                   PERFORM 2900-WRITE-EXCEPTION
               WHEN OTHER
                   SET CK-STATUS-PAID TO TRUE
                   MOVE PI-PAID-DATE TO CK-PAID-DATE
                   MOVE PI-PAID-AMOUNT TO CK-PAID-AMOUNT
                   REWRITE OUTSTANDING-CHECK-RECORD
                   ADD 1 TO WS-ITEMS-MATCHED
                   ADD PI-PAID-AMOUNT TO WS-MATCHED-AMOUNT
                   MOVE 'PAID' TO WS-DL-RESULT
                   MOVE WS-DETAIL-LINE TO MATCH-REPORT-LINE
                   WRITE MATCH-REPORT-LINE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2900-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           ADD PI-PAID-AMOUNT TO WS-EXCEPTION-AMOUNT.
           MOVE WS-DETAIL-LINE TO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.

       5100-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO MATCH-REPORT-LINE.
           WRITE MATCH-REPORT-LINE.

       9999-END-PROGRAM.
           STOP RUN.
