      ***              master instead of the customer master; the    ***
      ***              loan-level audit records carry the loan       ***
      ***              number in the key column.                     ***
      *** 2026-10-15  SCRA rate cap.  A loan under an SCRA legal     ***
      ***              hold in force on the as-of date (LEGLHOLD     ***
      ***              file, kept on the DBBH screen) never takes a  ***
      ***              new rate above six percent, whatever the      ***
      ***              index, margin and caps work out to; the      ***
      ***              count prints with the totals.                 ***
      *** 2026-10-15  Processing date now comes from the business    ***
      ***              date on the BUSDATE control file instead of   ***
      ***              the system clock; a PARM date still overrides ***
      ***              it.                                           ***
      *** 2026-10-15  Audit records now clear AU-APPROVER-USER-ID    ***
      ***              rather than leave it uninitialised - this run ***
      ***              has no second approver.                       ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
      *    LEGLHOLD is the legal-hold KSDS keyed by loan number -
      *    the online DBBH screen maintains the same dataset.
           SELECT LEGAL-HOLD-FILE ASSIGN TO LEGLHOLD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS LH-LOAN-NUMBER
               FILE STATUS IS WS-LEGLHOLD-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
           LABEL RECORDS ARE STANDARD.
       01 AUDIT-RECORD.
          COPY EPSMTAUD.
       FD  LEGAL-HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01 LEGAL-HOLD-RECORD.
          COPY EPSMTLGH.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-INDEXRT-STATUS           PIC X(2)    VALUE '00'.
           88  WS-INDEXRT-OK                      VALUE '00'.
       01 WS-LOANMSTR-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LOANMSTR-OK                     VALUE '00'.
       01 WS-AUDITLOG-STATUS          PIC X(2)    VALUE '00'.
           88  WS-AUDITLOG-OK                     VALUE '00'.
       01 WS-LEGLHOLD-STATUS          PIC X(2)    VALUE '00'.
           88  WS-LEGLHOLD-OK                     VALUE '00'.
       01 WS-INDEX-EOF-SW             PIC X(1)    VALUE 'N'.
           88  WS-INDEX-EOF                       VALUE 'Y'.
       01 WS-LOAN-EOF-SW              PIC X(1)    VALUE 'N'.
       01 WS-OLD-RATE                 PIC 9(2)V999 VALUE ZERO.
       01 WS-NEW-RATE                 PIC 9(2)V999 VALUE ZERO.
       01 WS-CAP-LIMIT                PIC 9(2)V999 VALUE ZERO.
      *    Servicemembers Civil Relief Act ceiling while a hold runs.
       01 WS-SCRA-RATE-CAP            PIC 9(2)V999 VALUE 6.000.
       01 WS-SCRA-CAPPED-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-OLD-CHANGE-DATE          PIC 9(8)    VALUE ZERO.
       01 WS-RATE-EDIT                PIC Z9.999.
       01 WS-DATE-EDIT                PIC 9(8).
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

           OPEN INPUT INDEX-RATE-FILE.
           OPEN I-O LOAN-MASTER.
           OPEN OUTPUT AUDIT-FILE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF NOT WS-INDEXRT-OK OR NOT WS-LOANMSTR-OK
                   OR NOT WS-AUDITLOG-OK OR NOT WS-LEGLHOLD-OK
               DISPLAY 'DBBRATE - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           CLOSE INDEX-RATE-FILE.
           CLOSE LOAN-MASTER.
           CLOSE AUDIT-FILE.
           CLOSE LEGAL-HOLD-FILE.
           DISPLAY 'DBBRATE - LOANS READ:         ' WS-LOAN-COUNT.
           DISPLAY 'DBBRATE - RATE CHANGES MADE:  ' WS-CHANGE-COUNT.
           DISPLAY 'DBBRATE - SCRA RATE CAPPED:   '
               WS-SCRA-CAPPED-COUNT.
           DISPLAY 'DBBRATE - AUDIT RECORDS OUT:  ' WS-AUDIT-COUNT.
           GO TO 9999-END-PROGRAM.

       0100-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBRATE - BUSDATE OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 0100-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE
               AT END
                   DISPLAY 'DBBRATE - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.
       0100-EXIT.
           EXIT.

      *****************************************************************
      *** Load the published index rates - one table entry per      ***
      *** index code, the latest publication date winning when the  ***
           IF WS-NEW-RATE < LM-ARM-MARGIN
               MOVE LM-ARM-MARGIN TO WS-NEW-RATE
           END-IF.
           IF WS-NEW-RATE > WS-SCRA-RATE-CAP
               PERFORM 3200-CHECK-SCRA-CAP
           END-IF.

           MOVE LM-ARM-NEXT-CHANGE-DATE TO WS-OLD-CHANGE-DATE.
           ADD 10000 TO LM-ARM-NEXT-CHANGE-DATE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      *** An SCRA hold in force on the as-of date holds the new     ***
      *** rate at the SCRA ceiling - the relief act overrides the   ***
      *** margin floor and the contract caps.                       ***
      *****************************************************************
       3200-CHECK-SCRA-CAP.
           MOVE LM-LOAN-NUMBER TO LH-LOAN-NUMBER.
           READ LEGAL-HOLD-FILE
               INVALID KEY
                   CONTINUE
           NOT INVALID KEY
                   IF LH-HOLD-SCRA AND LH-STATUS-ACTIVE
                           AND LH-START-DATE NOT > WS-AS-OF-DATE
                           AND (LH-END-DATE = ZERO
                               OR LH-END-DATE NOT < WS-AS-OF-DATE)
                       MOVE WS-SCRA-RATE-CAP TO WS-NEW-RATE
                       ADD 1 TO WS-SCRA-CAPPED-COUNT
                   END-IF
           END-READ.

       5000-WRITE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE LS-PARM-JOB-ID TO AU-JOB-ID.
           MOVE LS-PARM-USER-ID TO AU-USER-ID.
           MOVE LM-LOAN-NUMBER TO AU-CUSTOMER-NUMBER.
           SET AU-ACTION-CHANGE TO TRUE.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-COUNT.

