      ***              the chain stops; the CLRGLWK step that        ***
      ***              empties the work file only runs on a clean    ***
      ***              balance.                                      ***
      *** 2026-10-15  Returned checks.  A work record flagged as a   ***
      ***              reversal (written by the new DBBNSF returned- ***
      ***              item step) is journaled with its category's   ***
      ***              debit and credit accounts swapped, so the     ***
      ***              original posting backs out of the same        ***
      ***              accounts it went into.  New category N books  ***
      ***              the returned-check fee to fees receivable     ***
      ***              against its own NSF fee income account.       ***
      *** 2026-10-15  New category T - a curtailment (principal     ***
      ***              paid beyond the scheduled payment) books to  ***
      ***              the same cash / loans receivable pair as     ***
      ***              scheduled principal under its own            ***
      ***              description, so the journal shows it apart.  ***
      *** 2026-10-15  New categories K and L - a loan modification   ***
      ***              booked by DBBMOD capitalizes the unpaid       ***
      ***              interest (loans receivable against interest   ***
      ***              income) and the late fees due (loans          ***
      ***              receivable against fees receivable).          ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01 WS-DEBIT-ACCOUNT            PIC X(4)    VALUE SPACES.
       01 WS-CREDIT-ACCOUNT           PIC X(4)    VALUE SPACES.
       01 WS-DESCRIPTION              PIC X(25)   VALUE SPACES.
       01 WS-SWAP-ACCOUNT             PIC X(4)    VALUE SPACES.
       01 WS-SWAP-DESCRIPTION         PIC X(25)   VALUE SPACES.
      *****************************************************************
      *** Chart of accounts - the servicing ledger's posting        ***
      *** accounts.  Each work-record category debits and credits  ***
       01 WS-ACCT-UNAPPLIED-LIAB      PIC X(4)    VALUE '2300'.
       01 WS-ACCT-INTEREST-INC        PIC X(4)    VALUE '4010'.
       01 WS-ACCT-LATE-FEE-INC        PIC X(4)    VALUE '4020'.
       01 WS-ACCT-NSF-FEE-INC         PIC X(4)    VALUE '4030'.
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           OPEN INPUT GL-WORK-FILE.
                   MOVE WS-ACCT-CASH TO WS-DEBIT-ACCOUNT
                   MOVE WS-ACCT-FEES-RECV TO WS-CREDIT-ACCOUNT
                   MOVE 'LATE FEE COLLECTED' TO WS-DESCRIPTION
               WHEN GW-CAT-NSF-FEE-ASSESSED
                   MOVE WS-ACCT-FEES-RECV TO WS-DEBIT-ACCOUNT
                   MOVE WS-ACCT-NSF-FEE-INC TO WS-CREDIT-ACCOUNT
                   MOVE 'NSF FEE ASSESSED' TO WS-DESCRIPTION
               WHEN GW-CAT-CURTAILMENT
                   MOVE WS-ACCT-CASH TO WS-DEBIT-ACCOUNT
                   MOVE WS-ACCT-LOANS-RECV TO WS-CREDIT-ACCOUNT
                   MOVE 'CURTAILMENT COLLECTED' TO WS-DESCRIPTION
               WHEN GW-CAT-CAP-INTEREST
                   MOVE WS-ACCT-LOANS-RECV TO WS-DEBIT-ACCOUNT
                   MOVE WS-ACCT-INTEREST-INC TO WS-CREDIT-ACCOUNT
                   MOVE 'INTEREST CAPITALIZED' TO WS-DESCRIPTION
               WHEN GW-CAT-CAP-FEES
                   MOVE WS-ACCT-LOANS-RECV TO WS-DEBIT-ACCOUNT
                   MOVE WS-ACCT-FEES-RECV TO WS-CREDIT-ACCOUNT
                   MOVE 'FEES CAPITALIZED' TO WS-DESCRIPTION
               WHEN OTHER
                   DISPLAY 'DBBGLJR - UNRECOGNIZED CATEGORY '
                       GW-CATEGORY ' FROM ' GW-SOURCE
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-EVALUATE.
      *    A reversal backs the original movement out of the same
      *    pair of accounts - debit and credit trade places.
           IF GW-ENTRY-REVERSAL AND WS-DEBIT-ACCOUNT NOT = SPACES
               MOVE WS-DEBIT-ACCOUNT TO WS-SWAP-ACCOUNT
               MOVE WS-CREDIT-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-SWAP-ACCOUNT TO WS-CREDIT-ACCOUNT
               MOVE WS-DESCRIPTION TO WS-SWAP-DESCRIPTION
               MOVE SPACES TO WS-DESCRIPTION
               STRING 'RVSL ' DELIMITED BY SIZE
                      WS-SWAP-DESCRIPTION DELIMITED BY SIZE
                   INTO WS-DESCRIPTION
               END-STRING
           END-IF.
           IF WS-DEBIT-ACCOUNT NOT = SPACES AND GW-AMOUNT > ZERO
               PERFORM 3000-WRITE-JOURNAL-PAIR
           END-IF.
