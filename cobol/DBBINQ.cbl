      ***              shows it so the rep can see the money was     ***
      ***              received.  Loan save area widened with the    ***
      ***              record.                                       ***
      *** 2026-10-15  PF6 hands the displayed loan to the new DBBTLR ***
      ***              phone/teller payment entry screen (DBBT), the ***
      ***              same way PF5 hands it to the payment history. ***
      *** 2026-10-15  Loan save area widened to the whole loan       ***
      ***              master record again - it had fallen behind    ***
      ***              the recast and modification fields and now    ***
      ***              takes the mortgage insurance fields as well.  ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-LOAN-TOTAL               PIC S9(4) COMP VALUE ZERO.
       01 WS-LOAN-COUNT-EDIT          PIC Z9.
       01 WS-FIRST-LOAN-STATUS        PIC X(1)    VALUE SPACE.
       01 WS-FIRST-LOAN-SAVE          PIC X(261)  VALUE SPACES.
       01 WS-UNAPPLIED-EDIT           PIC ZZZ,ZZ9.99.
       01 WS-COMMAREA.
           05  WS-CA-LOAN-NUMBER      PIC X(10)   VALUE SPACES.
           05  WS-PH-TOP-PAYMENT      PIC 9(3)    VALUE 999.
           05  WS-PH-NEWEST-PAYMENT   PIC 9(3)    VALUE ZERO.
           05  WS-PH-FIRST-TIME-SW    PIC X(1)    VALUE 'Y'.
       01 WS-TLR-COMMAREA.
           05  WS-TL-LOAN-NUMBER      PIC X(10)   VALUE SPACES.
           05  WS-TL-PAYMENT-NUMBER   PIC 9(3)    VALUE ZERO.
           05  WS-TL-FIRST-TIME-SW    PIC X(1)    VALUE 'Y'.
       COPY BNK1DDM.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(20).
           EXEC CICS HANDLE AID
               PF3(9000-END-SESSION)
               PF5(8000-GO-PAYMENT-HISTORY)
               PF6(8100-GO-PAYMENT-ENTRY)
               CLEAR(9000-END-SESSION)
           END-EXEC.

               COMMAREA(WS-PHI-COMMAREA)
           END-EXEC.

      *****************************************************************
      *** PF6 - take a phone or teller payment on the loan on the   ***
      *** screen (DBBTLR).                                          ***
      *****************************************************************
       8100-GO-PAYMENT-ENTRY.
           IF WS-CA-LOAN-NUMBER = SPACES
                   OR WS-CA-LOAN-NUMBER = LOW-VALUES
               EXEC CICS SEND TEXT
                   FROM('DBBINQ - INQUIRE ON A CUSTOMER FIRST')
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
                   TRANSID('DBBI')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
               GOBACK
           END-IF.
           MOVE WS-CA-LOAN-NUMBER TO WS-TL-LOAN-NUMBER.
           MOVE ZERO TO WS-TL-PAYMENT-NUMBER.
           MOVE 'Y' TO WS-TL-FIRST-TIME-SW.
           EXEC CICS XCTL PROGRAM('DBBTLR')
               COMMAREA(WS-TLR-COMMAREA)
           END-EXEC.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM('DBBINQ - SESSION ENDED')
