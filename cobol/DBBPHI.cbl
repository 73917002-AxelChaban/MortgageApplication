      ***              the pattern the other DBB screens use.  The   ***
      ***              map has no input fields, so ENTER lands in    ***
      ***              MAPFAIL and simply redraws the page.          ***
      *** 2026-10-15  Each line now ends with the curtailment (extra ***
      ***              principal) posted with the payment, blank     ***
      ***              when there was none, so the phone desk can    ***
      ***              answer where the borrower's extra money went. ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               10  WS-PR-AMOUNT-DUE   PIC 9(7)V99.
               10  WS-PR-AMOUNT-PAID  PIC 9(7)V99.
               10  WS-PR-STATUS       PIC X(1).
               10  WS-PR-CURTAILMENT  PIC 9(7)V99.
       01 WS-DETAIL-LINE.
           05  WS-DL-PAYMENT          PIC ZZ9.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-AMOUNT-PAID      PIC ZZZ,ZZ9.99.
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-STATUS           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-DL-CURTAILMENT      PIC ZZZ,ZZZ.ZZ
                                      BLANK WHEN ZERO.
       01 WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-IN-X REDEFINES WS-DATE-IN.
           05  WS-DI-YYYY             PIC X(4).
                           WS-PR-AMOUNT-PAID (WS-ROW-COUNT)
                       MOVE PH-PAYMENT-STATUS TO
                           WS-PR-STATUS (WS-ROW-COUNT)
                       MOVE PH-CURTAILMENT-AMOUNT TO
                           WS-PR-CURTAILMENT (WS-ROW-COUNT)
                   ELSE
                       MOVE DFHRESP(ENDFILE) TO WS-RESP
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-DL-STATUS
           END-EVALUATE.
           MOVE WS-PR-CURTAILMENT (WS-ROW-SUB) TO WS-DL-CURTAILMENT.
           EVALUATE WS-LINE-SUB
               WHEN 1
                   MOVE WS-DETAIL-LINE TO LINE1O
