      ***              a blank address, and a routine screen change  ***
      ***              was wiping a different mailing address keyed  ***
      ***              through the batch file.                       ***
      *** 2026-10-15  Audit records carry the DBBM user who keyed    ***
      ***              the transaction in AU-USER-ID (the PARM user  ***
      ***              still stands in for a transaction keyed       ***
      ***              through the batch file), and for a change     ***
      ***              held for dual control, the user who approved  ***
      ***              it on DBBV in AU-APPROVER-USER-ID.            ***
      *** 2026-10-15  ADD and CHANGE now carry and audit the         ***
      ***              mortgage insurance carrier, certificate,      ***
      ***              monthly premium and status on the loan        ***
      ***              master, and the original appraised value on   ***
      ***              the collateral record.  A CHANGE applies the  ***
      ***              MI terms only when it carries a carrier       ***
      ***              (blank means keep, as for the property        ***
      ***              fields); a blank status keeps the one on file ***
      ***              or makes new MI active.  Keying status R      ***
      ***              records the borrower's cancellation request   ***
      ***              for the monthly DBBPMI run to act on.  An     ***
      ***              original value not yet on file (spaces) is    ***
      ***              audited as zero.                              ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE TL-ARM-LIFETIME-CAP TO LM-ARM-LIFETIME-CAP.
           MOVE TL-ARM-NEXT-CHANGE-DATE TO LM-ARM-NEXT-CHANGE-DATE.
           MOVE TL-INVESTOR-NUMBER TO LM-INVESTOR-NUMBER.
           MOVE TL-MI-CARRIER TO LM-MI-CARRIER.
           MOVE TL-MI-CERTIFICATE TO LM-MI-CERTIFICATE.
           MOVE TL-MI-PREMIUM TO LM-MI-PREMIUM.
           MOVE TL-MI-STATUS TO LM-MI-STATUS.
           IF LM-MI-CARRIER NOT = SPACES AND LM-MI-STATUS = SPACE
               SET LM-MI-ACTIVE TO TRUE
           END-IF.
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBMAINT - ADD FAILED, DUPLICATE LOAN: '
           MOVE TP-INSURANCE-CARRIER TO PR-INSURANCE-CARRIER.
           MOVE TP-POLICY-NUMBER TO PR-POLICY-NUMBER.
           MOVE TP-POLICY-EXPIRE-DATE TO PR-POLICY-EXPIRE-DATE.
           MOVE TP-ORIGINAL-VALUE TO PR-ORIGINAL-VALUE.
           WRITE PROPERTY-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'DBBMAINT - ADD FAILED, DUP PROPERTY: '
                       LM-ARM-NEXT-CHANGE-DATE
                   MOVE TL-LATE-FEES-DUE TO LM-LATE-FEES-DUE
                   MOVE TL-INVESTOR-NUMBER TO LM-INVESTOR-NUMBER
                   IF TL-MI-CARRIER NOT = SPACES
                       MOVE TL-MI-CARRIER TO LM-MI-CARRIER
                       MOVE TL-MI-CERTIFICATE TO LM-MI-CERTIFICATE
                       MOVE TL-MI-PREMIUM TO LM-MI-PREMIUM
                       MOVE TL-MI-STATUS TO LM-MI-STATUS
                   END-IF
                   REWRITE LOAN-MASTER-RECORD
           END-READ.

               MOVE TL-INVESTOR-NUMBER TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.
           IF TL-MI-CARRIER NOT = SPACES
               PERFORM 3450-AUDIT-MI-CHANGES
           END-IF.

      *****************************************************************
      *** Mortgage insurance - the terms apply only when the        ***
      *** transaction carries a carrier (blank means keep, like the ***
      *** property fields - the DBBM screen has no MI fields).  A   ***
      *** blank status keeps the status on file, or makes new MI    ***
      *** active.  The 80%/78% notice and end dates belong to the   ***
      *** DBBPMI run and are never keyed.                           ***
      *****************************************************************
       3450-AUDIT-MI-CHANGES.
           IF TL-MI-STATUS = SPACE
               IF OL-MI-STATUS = SPACE
                   SET TL-MI-ACTIVE TO TRUE
               ELSE
                   MOVE OL-MI-STATUS TO TL-MI-STATUS
               END-IF
           END-IF.
           IF OL-MI-CARRIER NOT = TL-MI-CARRIER
               MOVE 'LM-MI-CARRIER' TO AU-FIELD-NAME
               MOVE OL-MI-CARRIER TO AU-OLD-VALUE
               MOVE TL-MI-CARRIER TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.
           IF OL-MI-CERTIFICATE NOT = TL-MI-CERTIFICATE
               MOVE 'LM-MI-CERTIFICATE' TO AU-FIELD-NAME
               MOVE OL-MI-CERTIFICATE TO AU-OLD-VALUE
               MOVE TL-MI-CERTIFICATE TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.
           IF OL-MI-PREMIUM NOT = TL-MI-PREMIUM
               MOVE 'LM-MI-PREMIUM' TO AU-FIELD-NAME
               MOVE OL-MI-PREMIUM TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               MOVE TL-MI-PREMIUM TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.
           IF OL-MI-STATUS NOT = TL-MI-STATUS
               MOVE 'LM-MI-STATUS' TO AU-FIELD-NAME
               MOVE OL-MI-STATUS TO AU-OLD-VALUE
               MOVE TL-MI-STATUS TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.

       3500-WRITE-LOAN-AUDIT.
           MOVE TL-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
                   MOVE TP-POLICY-NUMBER TO PR-POLICY-NUMBER
                   MOVE TP-POLICY-EXPIRE-DATE TO
                       PR-POLICY-EXPIRE-DATE
                   MOVE TP-ORIGINAL-VALUE TO PR-ORIGINAL-VALUE
                   REWRITE PROPERTY-MASTER-RECORD
           END-READ.

               MOVE WS-DATE-EDIT TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.
      *    A collateral record from before the original value was
      *    carried holds spaces there - audit it as zero.
           IF OP-ORIGINAL-VALUE IS NOT NUMERIC
               MOVE ZERO TO OP-ORIGINAL-VALUE
           END-IF.
           IF OP-ORIGINAL-VALUE NOT = TP-ORIGINAL-VALUE
               MOVE 'PR-ORIGINAL-VALUE' TO AU-FIELD-NAME
               MOVE OP-ORIGINAL-VALUE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-OLD-VALUE
               MOVE TP-ORIGINAL-VALUE TO WS-BALANCE-EDIT
               MOVE WS-BALANCE-EDIT TO AU-NEW-VALUE
               PERFORM 3500-WRITE-LOAN-AUDIT
           END-IF.

      *****************************************************************
      *** Co-borrower - a change carrying a co-borrower last name   ***
       5000-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           IF TR-MAKER-USER-ID NOT = SPACES
                   AND TR-MAKER-USER-ID NOT = LOW-VALUES
               MOVE TR-MAKER-USER-ID TO AU-USER-ID
           ELSE
               MOVE LS-PARM-USER-ID TO AU-USER-ID
           END-IF.
           IF TR-CHECKER-USER-ID = LOW-VALUES
               MOVE SPACES TO AU-APPROVER-USER-ID
           ELSE
               MOVE TR-CHECKER-USER-ID TO AU-APPROVER-USER-ID
           END-IF.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

