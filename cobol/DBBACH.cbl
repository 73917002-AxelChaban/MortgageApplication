  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBACH.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Autodraft enrollment maintenance (DBBA), ***
      ***              alongside the DBBM maintenance screen.  The   ***
      ***              rep keys a loan number to see its enrollment  ***
      ***              - bank routing and account, account type,     ***
      ***              draft day, status and the last draft the      ***
      ***              DBBDRFT run originated - and keys the bank    ***
      ***              fields to enroll the loan or change them.  A  ***
      ***              keyed status suspends, cancels or reinstates  ***
      ***              the draft.  The routing number's check digit, ***
      ***              the account type and a draft day of 01-28 are ***
      ***              edited on the spot.  Every field changed is   ***
      ***              audited in the EPSMTAUD shape to the AUDQ     ***
      ***              transient data queue, which DBBDAILY appends  ***
      ***              to the audit log, with the signed-on user.    ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-ENROLL-RECORD.
          COPY EPSMTACH.
       01 WS-OLD-ENROLL-RECORD.
          COPY EPSMTACH REPLACING LEADING ==AD-== BY ==AO-==.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-AUDIT-RECORD.
          COPY EPSMTAUD.
       01 WS-ENROLL-KEY               PIC X(10)   VALUE SPACES.
       01 WS-TODAY                    PIC 9(8)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-ENROLL-FOUND-SW          PIC X(1)    VALUE 'N'.
           88  WS-ENROLL-FOUND                    VALUE 'Y'.
       01 WS-UPDATE-SW                PIC X(1)    VALUE 'N'.
           88  WS-UPDATE-KEYED                    VALUE 'Y'.
       01 WS-ROUTE-X                  PIC X(9)    VALUE SPACES.
       01 WS-ROUTE-DIGITS REDEFINES WS-ROUTE-X.
           05  WS-ROUTE-DIGIT         PIC 9(1)    OCCURS 9 TIMES.
       01 WS-CHECK-SUM                PIC 9(4)    VALUE ZERO.
       01 WS-CHECK-QUOTIENT           PIC 9(4)    VALUE ZERO.
       01 WS-CHECK-REMAINDER          PIC 9(1)    VALUE ZERO.
       01 WS-ACCOUNT-X                PIC X(17)   VALUE SPACES.
       01 WS-DAY-X                    PIC X(2)    VALUE SPACES.
       01 WS-DAY-9 REDEFINES WS-DAY-X PIC 9(2).
      *    Carries the update result past the map rebuild - MSGO
      *    lives in the map area the show paragraph clears.
       01 WS-MESSAGE-SAVE             PIC X(60)   VALUE SPACES.
       01 WS-STATUS-WORD              PIC X(9)    VALUE SPACES.
       01 WS-TYPE-WORD                PIC X(8)    VALUE SPACES.
       01 WS-AMOUNT-EDIT              PIC ZZZ,ZZ9.99.
       01 WS-SUMMARY-LINE.
           05  FILLER                 PIC X(8)    VALUE 'STATUS: '.
           05  WS-SL-STATUS           PIC X(9).
           05  FILLER                 PIC X(11)   VALUE '  ENROLLED '.
           05  WS-SL-ENROLLED         PIC X(10).
           05  FILLER                 PIC X(13)
               VALUE '  DRAFT DAY  '.
           05  WS-SL-DRAFT-DAY        PIC 9(2).
       01 WS-BANK-LINE.
           05  FILLER                 PIC X(9)    VALUE 'ROUTING: '.
           05  WS-BL-ROUTING          PIC X(9).
           05  FILLER                 PIC X(11)   VALUE '  ACCOUNT: '.
           05  WS-BL-ACCOUNT          PIC X(17).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-BL-TYPE             PIC X(8).
       01 WS-DRAFT-LINE.
           05  FILLER                 PIC X(20)
               VALUE 'LAST DRAFT: PAYMENT '.
           05  WS-DR-PAYMENT          PIC ZZ9.
           05  FILLER                 PIC X(10)   VALUE '  SETTLES '.
           05  WS-DR-DATE             PIC X(10).
           05  FILLER                 PIC X(9)    VALUE '  AMOUNT '.
           05  WS-DR-AMOUNT           PIC ZZZ,ZZ9.99.
       01 WS-CHANGED-LINE.
           05  FILLER                 PIC X(16)
               VALUE 'STATUS CHANGED '.
           05  WS-CL-DATE             PIC X(10).
           05  FILLER                 PIC X(4)    VALUE ' BY '.
           05  WS-CL-USER             PIC X(8).
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
       COPY BNK1ADM.
       LINKAGE SECTION.
       01 DFHCOMMAREA                 PIC X(10).
       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY.
           EXEC CICS HANDLE AID
               PF3(9000-END-SESSION)
               CLEAR(9000-END-SESSION)
           END-EXEC.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(1000-SEND-INITIAL-MAP)
           END-EXEC.

           IF EIBCALEN = 0
               PERFORM 1000-SEND-INITIAL-MAP
           ELSE
               PERFORM 2000-RECEIVE-AND-WORK THRU 2000-EXIT
           END-IF.

           EXEC CICS RETURN
               TRANSID('DBBA')
               COMMAREA(WS-ENROLL-KEY)
           END-EXEC.
           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BNK1AO.
           MOVE -1 TO LOANNOL.
           EXEC CICS SEND MAP('BNK1A')
               MAPSET('BNK1A')
               FROM(BNK1AO)
               ERASE
               CURSOR
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('DBBA')
               COMMAREA(WS-ENROLL-KEY)
           END-EXEC.
           GOBACK.

      *****************************************************************
      *** ENTER - show the keyed loan's enrollment; any keyed bank, ***
      *** type, draft-day or status field updates it first.         ***
      *****************************************************************
       2000-RECEIVE-AND-WORK.
           EXEC CICS RECEIVE MAP('BNK1A')
               MAPSET('BNK1A')
               INTO(BNK1AI)
           END-EXEC.

           IF LOANNOI = SPACES OR LOANNOI = LOW-VALUES
               MOVE LOW-VALUES TO BNK1AO
               MOVE 'KEY A LOAN NUMBER' TO MSGO
               MOVE -1 TO LOANNOL
               PERFORM 4100-SEND-DATAONLY
               GO TO 2000-EXIT
           END-IF.
           MOVE LOANNOI TO WS-ENROLL-KEY.

           MOVE 'N' TO WS-UPDATE-SW.
           IF (ROUTEI NOT = SPACES AND ROUTEI NOT = LOW-VALUES)
                   OR (ACCTNOI NOT = SPACES
                       AND ACCTNOI NOT = LOW-VALUES)
                   OR (ACCTTYPI NOT = SPACES
                       AND ACCTTYPI NOT = LOW-VALUES)
                   OR (DRAFTDYI NOT = SPACES
                       AND DRAFTDYI NOT = LOW-VALUES)
                   OR (ENRSTATI NOT = SPACES
                       AND ENRSTATI NOT = LOW-VALUES)
               SET WS-UPDATE-KEYED TO TRUE
           END-IF.

           PERFORM 2500-READ-ENROLLMENT.
           IF WS-UPDATE-KEYED
               PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
               PERFORM 2500-READ-ENROLLMENT
           END-IF.
           PERFORM 5000-SHOW-ENROLLMENT THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

       2500-READ-ENROLLMENT.
           MOVE 'N' TO WS-ENROLL-FOUND-SW.
           EXEC CICS READ FILE('ACHENRL')
               INTO(WS-ENROLL-RECORD)
               RIDFLD(WS-ENROLL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-ENROLL-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *** Edit the keyed fields, then apply them.  A loan with no   ***
      *** enrollment yet needs the routing number, account number,  ***
      *** account type and draft day all keyed, and must be a live  ***
      *** loan on the loan master; it enrolls ACTIVE unless another ***
      *** status is keyed.                                          ***
      *****************************************************************
       3000-APPLY-UPDATE.
           MOVE SPACES TO WS-ROUTE-X.
           IF ROUTEI NOT = SPACES AND ROUTEI NOT = LOW-VALUES
               MOVE ROUTEI TO WS-ROUTE-X
               PERFORM 3100-EDIT-ROUTING
           END-IF.
           MOVE SPACES TO WS-ACCOUNT-X.
           IF ACCTNOI NOT = SPACES AND ACCTNOI NOT = LOW-VALUES
               MOVE ACCTNOI TO WS-ACCOUNT-X
               INSPECT WS-ACCOUNT-X REPLACING ALL LOW-VALUES BY SPACES
           END-IF.
           IF ACCTTYPI NOT = SPACES AND ACCTTYPI NOT = LOW-VALUES
                   AND ACCTTYPI NOT = 'C' AND ACCTTYPI NOT = 'S'
               MOVE 'ACCOUNT TYPE MUST BE C OR S' TO MSGO
               MOVE -1 TO ACCTTYPL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBA
           END-IF.
           MOVE ZEROS TO WS-DAY-X.
           IF DRAFTDYI NOT = SPACES AND DRAFTDYI NOT = LOW-VALUES
               PERFORM 3200-EDIT-DRAFT-DAY
           END-IF.
           IF ENRSTATI NOT = SPACES AND ENRSTATI NOT = LOW-VALUES
                   AND ENRSTATI NOT = 'A' AND ENRSTATI NOT = 'S'
                   AND ENRSTATI NOT = 'C'
               MOVE 'STATUS MUST BE A, S OR C' TO MSGO
               MOVE -1 TO ENRSTATL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBA
           END-IF.

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           IF NOT WS-ENROLL-FOUND
               PERFORM 3500-ENROLL-NEW-LOAN THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.

           EXEC CICS READ FILE('ACHENRL')
               INTO(WS-ENROLL-RECORD)
               RIDFLD(WS-ENROLL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT READ FAILED - TRY AGAIN'
                   TO WS-MESSAGE-SAVE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-ENROLL-RECORD TO WS-OLD-ENROLL-RECORD.
           IF WS-ROUTE-X NOT = SPACES
               MOVE WS-ROUTE-X TO AD-ROUTING-NUMBER
           END-IF.
           IF WS-ACCOUNT-X NOT = SPACES
               MOVE WS-ACCOUNT-X TO AD-ACCOUNT-NUMBER
           END-IF.
           IF ACCTTYPI = 'C' OR ACCTTYPI = 'S'
               MOVE ACCTTYPI TO AD-ACCOUNT-TYPE
           END-IF.
           IF WS-DAY-9 > ZERO
               MOVE WS-DAY-9 TO AD-DRAFT-DAY
           END-IF.
           IF (ENRSTATI = 'A' OR ENRSTATI = 'S' OR ENRSTATI = 'C')
                   AND ENRSTATI NOT = AD-ENROLL-STATUS
               MOVE ENRSTATI TO AD-ENROLL-STATUS
               MOVE WS-TODAY TO AD-STATUS-DATE
           END-IF.
           IF WS-ENROLL-RECORD = WS-OLD-ENROLL-RECORD
               EXEC CICS UNLOCK FILE('ACHENRL')
               END-EXEC
               MOVE 'NO CHANGE KEYED' TO WS-MESSAGE-SAVE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-USER-ID TO AD-MAINT-USER-ID.
           EXEC CICS REWRITE FILE('ACHENRL')
               FROM(WS-ENROLL-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT UPDATED' TO WS-MESSAGE-SAVE
               PERFORM 3600-AUDIT-ENROLL-CHANGES
           ELSE
               MOVE 'ENROLLMENT UPDATE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *** ABA routing number - nine digits whose weighted sum       ***
      *** (3, 7, 1 repeating) is a multiple of ten.                 ***
      *****************************************************************
       3100-EDIT-ROUTING.
           IF WS-ROUTE-X IS NOT NUMERIC
               MOVE 'ROUTING NUMBER MUST BE 9 DIGITS' TO MSGO
               MOVE -1 TO ROUTEL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBA
           END-IF.
           COMPUTE WS-CHECK-SUM =
               3 * (WS-ROUTE-DIGIT (1) + WS-ROUTE-DIGIT (4)
                       + WS-ROUTE-DIGIT (7))
               + 7 * (WS-ROUTE-DIGIT (2) + WS-ROUTE-DIGIT (5)
                       + WS-ROUTE-DIGIT (8))
               + WS-ROUTE-DIGIT (3) + WS-ROUTE-DIGIT (6)
               + WS-ROUTE-DIGIT (9).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
           IF WS-CHECK-REMAINDER NOT = ZERO
               MOVE 'ROUTING NUMBER CHECK DIGIT IS WRONG' TO MSGO
               MOVE -1 TO ROUTEL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBA
           END-IF.

      *    A single keyed digit is taken as the day itself.
       3200-EDIT-DRAFT-DAY.
           MOVE DRAFTDYI TO WS-DAY-X.
           IF WS-DAY-X(2:1) = SPACE OR WS-DAY-X(2:1) = LOW-VALUE
               MOVE WS-DAY-X(1:1) TO WS-DAY-X(2:1)
               MOVE '0' TO WS-DAY-X(1:1)
           END-IF.
           IF WS-DAY-X IS NOT NUMERIC
                   OR WS-DAY-9 < 1 OR WS-DAY-9 > 28
               MOVE 'DRAFT DAY MUST BE 01 TO 28' TO MSGO
               MOVE -1 TO DRAFTDYL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBA
           END-IF.

      *****************************************************************
      *** First enrollment for the loan - every bank field must be  ***
      *** keyed and the loan must be live on the loan master.       ***
      *****************************************************************
       3500-ENROLL-NEW-LOAN.
           IF WS-ROUTE-X = SPACES OR WS-ACCOUNT-X = SPACES
                   OR (ACCTTYPI NOT = 'C' AND ACCTTYPI NOT = 'S')
                   OR WS-DAY-9 = ZERO
               MOVE 'NEW ENROLLMENT - KEY ROUTING, ACCOUNT, TYPE, DAY'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           EXEC CICS READ FILE('LOANMSTR')
               INTO(WS-LOAN-RECORD)
               RIDFLD(WS-ENROLL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LOAN NOT ON LOAN MASTER' TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           IF LM-STATUS-PAID-OFF
               MOVE 'LOAN IS PAID OFF - CANNOT ENROLL'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           INITIALIZE WS-ENROLL-RECORD.
           MOVE WS-ENROLL-KEY TO AD-LOAN-NUMBER.
           MOVE WS-ROUTE-X TO AD-ROUTING-NUMBER.
           MOVE WS-ACCOUNT-X TO AD-ACCOUNT-NUMBER.
           MOVE ACCTTYPI TO AD-ACCOUNT-TYPE.
           MOVE WS-DAY-9 TO AD-DRAFT-DAY.
           IF ENRSTATI = 'S' OR ENRSTATI = 'C'
               MOVE ENRSTATI TO AD-ENROLL-STATUS
           ELSE
               SET AD-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-TODAY TO AD-ENROLL-DATE.
           MOVE WS-TODAY TO AD-STATUS-DATE.
           MOVE WS-USER-ID TO AD-MAINT-USER-ID.
           EXEC CICS WRITE FILE('ACHENRL')
               FROM(WS-ENROLL-RECORD)
               RIDFLD(WS-ENROLL-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ENROLLMENT WRITE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           MOVE 'AUTODRAFT ENROLLED' TO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING AD-ROUTING-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AD-ACCOUNT-NUMBER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AD-ACCOUNT-TYPE DELIMITED BY SIZE
                  AD-DRAFT-DAY DELIMITED BY SIZE
               INTO AU-NEW-VALUE
           END-STRING.
           PERFORM 6000-QUEUE-AUDIT-RECORD.
           MOVE 'LOAN ENROLLED' TO WS-MESSAGE-SAVE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *** One audit record per field the rewritten enrollment       ***
      *** changed, old value against new - queued only once the     ***
      *** REWRITE has gone through.                                 ***
      *****************************************************************
       3600-AUDIT-ENROLL-CHANGES.
           IF AD-ROUTING-NUMBER NOT = AO-ROUTING-NUMBER
               MOVE 'AD-ROUTING-NUMBER' TO AU-FIELD-NAME
               MOVE AO-ROUTING-NUMBER TO AU-OLD-VALUE
               MOVE AD-ROUTING-NUMBER TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF AD-ACCOUNT-NUMBER NOT = AO-ACCOUNT-NUMBER
               MOVE 'AD-ACCOUNT-NUMBER' TO AU-FIELD-NAME
               MOVE AO-ACCOUNT-NUMBER TO AU-OLD-VALUE
               MOVE AD-ACCOUNT-NUMBER TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF AD-ACCOUNT-TYPE NOT = AO-ACCOUNT-TYPE
               MOVE 'AD-ACCOUNT-TYPE' TO AU-FIELD-NAME
               MOVE AO-ACCOUNT-TYPE TO AU-OLD-VALUE
               MOVE AD-ACCOUNT-TYPE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF AD-DRAFT-DAY NOT = AO-DRAFT-DAY
               MOVE 'AD-DRAFT-DAY' TO AU-FIELD-NAME
               MOVE AO-DRAFT-DAY TO AU-OLD-VALUE
               MOVE AD-DRAFT-DAY TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF AD-ENROLL-STATUS NOT = AO-ENROLL-STATUS
               MOVE 'AD-ENROLL-STATUS' TO AU-FIELD-NAME
               MOVE AO-ENROLL-STATUS TO AU-OLD-VALUE
               MOVE AD-ENROLL-STATUS TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      *** Show the enrollment - status, bank details, the last      ***
      *** draft originated and who last changed it.                 ***
      *****************************************************************
       5000-SHOW-ENROLLMENT.
           MOVE LOW-VALUES TO BNK1AO.
           MOVE WS-ENROLL-KEY TO LOANNOO.
           IF NOT WS-ENROLL-FOUND
               IF WS-MESSAGE-SAVE = SPACES
                   MOVE 'LOAN NOT ENROLLED - KEY BANK FIELDS TO ENROLL'
                       TO MSGO
               ELSE
                   MOVE WS-MESSAGE-SAVE TO MSGO
               END-IF
               MOVE -1 TO ROUTEL
               PERFORM 4000-SEND-ENROLL-PAGE
               GO TO 5000-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN AD-STATUS-ACTIVE
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
               WHEN AD-STATUS-SUSPENDED
                   MOVE 'SUSPENDED' TO WS-STATUS-WORD
               WHEN AD-STATUS-CANCELLED
                   MOVE 'CANCELLED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'UNKNOWN' TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE WS-STATUS-WORD TO WS-SL-STATUS.
           MOVE AD-ENROLL-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-SL-ENROLLED.
           MOVE AD-DRAFT-DAY TO WS-SL-DRAFT-DAY.
           MOVE WS-SUMMARY-LINE TO LINE1O.

           IF AD-ACCOUNT-SAVINGS
               MOVE 'SAVINGS' TO WS-TYPE-WORD
           ELSE
               MOVE 'CHECKING' TO WS-TYPE-WORD
           END-IF.
           MOVE AD-ROUTING-NUMBER TO WS-BL-ROUTING.
           MOVE AD-ACCOUNT-NUMBER TO WS-BL-ACCOUNT.
           MOVE WS-TYPE-WORD TO WS-BL-TYPE.
           MOVE WS-BANK-LINE TO LINE2O.

           IF AD-LAST-DRAFT-DATE > ZERO
               MOVE AD-LAST-DRAFT-PAYMENT TO WS-DR-PAYMENT
               MOVE AD-LAST-DRAFT-DATE TO WS-DATE-IN
               PERFORM 8000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-DR-DATE
               MOVE AD-LAST-DRAFT-AMOUNT TO WS-DR-AMOUNT
               MOVE WS-DRAFT-LINE TO LINE3O
           ELSE
               MOVE 'LAST DRAFT: NONE YET' TO LINE3O
           END-IF.

           MOVE AD-STATUS-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-CL-DATE.
           MOVE AD-MAINT-USER-ID TO WS-CL-USER.
           MOVE WS-CHANGED-LINE TO LINE4O.
           IF WS-MESSAGE-SAVE NOT = SPACES
               MOVE WS-MESSAGE-SAVE TO MSGO
           END-IF.
           MOVE -1 TO LOANNOL.
           PERFORM 4000-SEND-ENROLL-PAGE.
       5000-EXIT.
           EXIT.

       4000-SEND-ENROLL-PAGE.
           EXEC CICS SEND MAP('BNK1A')
               MAPSET('BNK1A')
               FROM(BNK1AO)
               ERASE
               CURSOR
           END-EXEC.

       4100-SEND-DATAONLY.
           EXEC CICS SEND MAP('BNK1A')
               MAPSET('BNK1A')
               FROM(BNK1AO)
               DATAONLY
               CURSOR
           END-EXEC.

      *****************************************************************
      *** One audit record per field changed, EPSMTAUD shape, onto  ***
      *** the AUDQ extrapartition queue DBBDAILY appends to the     ***
      *** audit log - the transaction ID stands in for the job ID.  ***
      *****************************************************************
       6000-QUEUE-AUDIT-RECORD.
           MOVE WS-TIMESTAMP(1:14) TO AU-TIMESTAMP.
           MOVE EIBTRNID TO AU-JOB-ID.
           MOVE WS-USER-ID TO AU-USER-ID.
           MOVE WS-ENROLL-KEY TO AU-CUSTOMER-NUMBER.
           IF AU-FIELD-NAME = 'AUTODRAFT ENROLLED'
               SET AU-ACTION-ADD TO TRUE
           ELSE
               SET AU-ACTION-CHANGE TO TRUE
           END-IF.
           MOVE SPACES TO AU-APPROVER-USER-ID.
           MOVE LENGTH OF WS-AUDIT-RECORD TO WS-QUEUE-LENGTH.
           EXEC CICS WRITEQ TD
               QUEUE('AUDQ')
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-QUEUE-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'AUDIT QUEUE WRITE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.

       8000-FORMAT-DATE.
           MOVE WS-DI-MM TO WS-DO-MM.
           MOVE WS-DI-DD TO WS-DO-DD.
           MOVE WS-DI-YYYY TO WS-DO-YYYY.

       8100-RETURN-DBBA.
           EXEC CICS RETURN
               TRANSID('DBBA')
               COMMAREA(WS-ENROLL-KEY)
           END-EXEC.
           GOBACK.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM('DBBACH - SESSION ENDED')
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
