  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBHLD.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Legal-hold maintenance (DBBH), alongside ***
      ***              the DBBM maintenance screen.  The desk keys a ***
      ***              loan number to see its bankruptcy or SCRA     ***
      ***              hold - type, case or military orders number,  ***
      ***              bankruptcy chapter, start and end dates and   ***
      ***              whether the hold is in force today - and keys ***
      ***              the fields to place a hold or change it.  A   ***
      ***              keyed status of R releases the hold; A puts   ***
      ***              it back.  The dates, the chapter and the end  ***
      ***              date against the start date are edited on the ***
      ***              spot.  Every field changed is audited in the  ***
      ***              EPSMTAUD shape to the AUDQ transient data     ***
      ***              queue, which DBBDAILY appends to the audit    ***
      ***              log, with the signed-on user.                 ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP                     PIC S9(8) COMP.
       01 WS-QUEUE-LENGTH             PIC S9(4) COMP VALUE ZERO.
       01 WS-HOLD-RECORD.
          COPY EPSMTLGH.
       01 WS-OLD-HOLD-RECORD.
          COPY EPSMTLGH REPLACING LEADING ==LH-== BY ==LO-==.
       01 WS-LOAN-RECORD.
          COPY EPSMTLNM.
       01 WS-AUDIT-RECORD.
          COPY EPSMTAUD.
       01 WS-HOLD-KEY                 PIC X(10)   VALUE SPACES.
       01 WS-TODAY                    PIC 9(8)    VALUE ZERO.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-USER-ID                  PIC X(8)    VALUE SPACES.
       01 WS-HOLD-FOUND-SW            PIC X(1)    VALUE 'N'.
           88  WS-HOLD-FOUND                      VALUE 'Y'.
       01 WS-UPDATE-SW                PIC X(1)    VALUE 'N'.
           88  WS-UPDATE-KEYED                    VALUE 'Y'.
       01 WS-DATE-BAD-SW              PIC X(1)    VALUE 'N'.
           88  WS-DATE-BAD                        VALUE 'Y'.
      *    Keyed values - spaces when the field was not keyed.
       01 WS-CASE-X                   PIC X(20)   VALUE SPACES.
       01 WS-CHAPTER-X                PIC X(2)    VALUE SPACES.
       01 WS-START-X                  PIC X(8)    VALUE SPACES.
       01 WS-START-9 REDEFINES WS-START-X
                                      PIC 9(8).
       01 WS-END-X                    PIC X(8)    VALUE SPACES.
       01 WS-END-9 REDEFINES WS-END-X PIC 9(8).
      *    Values the hold will carry once the keyed fields are
      *    applied - the cross-edits run against these.
       01 WS-EFF-TYPE                 PIC X(1)    VALUE SPACE.
       01 WS-EFF-START                PIC 9(8)    VALUE ZERO.
       01 WS-EFF-END                  PIC 9(8)    VALUE ZERO.
       01 WS-DATE-CHECK               PIC X(8)    VALUE SPACES.
       01 WS-DATE-CHECK-9 REDEFINES WS-DATE-CHECK.
           05  WS-DC-YYYY             PIC 9(4).
           05  WS-DC-MM               PIC 9(2).
           05  WS-DC-DD               PIC 9(2).
      *    Carries the update result past the map rebuild - MSGO
      *    lives in the map area the show paragraph clears.
       01 WS-MESSAGE-SAVE             PIC X(60)   VALUE SPACES.
       01 WS-STATUS-WORD              PIC X(8)    VALUE SPACES.
       01 WS-FORCE-WORD               PIC X(30)   VALUE SPACES.
       01 WS-HOLD-LINE.
           05  FILLER                 PIC X(6)    VALUE 'HOLD: '.
           05  WS-HL-TYPE             PIC X(10).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-HL-CASE-LABEL       PIC X(8).
           05  WS-HL-CASE             PIC X(20).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-HL-CHAPTER-LABEL    PIC X(8).
           05  WS-HL-CHAPTER          PIC X(2).
       01 WS-STATUS-LINE.
           05  FILLER                 PIC X(8)    VALUE 'STATUS: '.
           05  WS-SL-STATUS           PIC X(8).
           05  FILLER                 PIC X(2)    VALUE SPACES.
           05  WS-SL-FORCE            PIC X(30).
       01 WS-DATES-LINE.
           05  FILLER                 PIC X(6)    VALUE 'START '.
           05  WS-DL-START            PIC X(10).
           05  FILLER                 PIC X(6)    VALUE '  END '.
           05  WS-DL-END              PIC X(10).
       01 WS-CHANGED-LINE.
           05  FILLER                 PIC X(13)
               VALUE 'LAST CHANGED '.
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
       COPY BNK1HDM.
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
               TRANSID('DBBH')
               COMMAREA(WS-HOLD-KEY)
           END-EXEC.
           GOBACK.

       1000-SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO BNK1HO.
           MOVE -1 TO LOANNOL.
           EXEC CICS SEND MAP('BNK1H')
               MAPSET('BNK1H')
               FROM(BNK1HO)
               ERASE
               CURSOR
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('DBBH')
               COMMAREA(WS-HOLD-KEY)
           END-EXEC.
           GOBACK.

      *****************************************************************
      *** ENTER - show the keyed loan's legal hold; any keyed type, ***
      *** case, chapter, date or status field updates it first.     ***
      *****************************************************************
       2000-RECEIVE-AND-WORK.
           EXEC CICS RECEIVE MAP('BNK1H')
               MAPSET('BNK1H')
               INTO(BNK1HI)
           END-EXEC.

           IF LOANNOI = SPACES OR LOANNOI = LOW-VALUES
               MOVE LOW-VALUES TO BNK1HO
               MOVE 'KEY A LOAN NUMBER' TO MSGO
               MOVE -1 TO LOANNOL
               PERFORM 4100-SEND-DATAONLY
               GO TO 2000-EXIT
           END-IF.
           MOVE LOANNOI TO WS-HOLD-KEY.

           MOVE 'N' TO WS-UPDATE-SW.
           IF (HTYPEI NOT = SPACES AND HTYPEI NOT = LOW-VALUES)
                   OR (CASENOI NOT = SPACES
                       AND CASENOI NOT = LOW-VALUES)
                   OR (CHAPTRI NOT = SPACES
                       AND CHAPTRI NOT = LOW-VALUES)
                   OR (HSTARTI NOT = SPACES
                       AND HSTARTI NOT = LOW-VALUES)
                   OR (HENDI NOT = SPACES AND HENDI NOT = LOW-VALUES)
                   OR (HSTATI NOT = SPACES AND HSTATI NOT = LOW-VALUES)
               SET WS-UPDATE-KEYED TO TRUE
           END-IF.

           PERFORM 2500-READ-HOLD.
           IF WS-UPDATE-KEYED
               PERFORM 3000-APPLY-UPDATE THRU 3000-EXIT
               PERFORM 2500-READ-HOLD
           END-IF.
           PERFORM 5000-SHOW-HOLD THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

       2500-READ-HOLD.
           MOVE 'N' TO WS-HOLD-FOUND-SW.
           EXEC CICS READ FILE('LEGLHOLD')
               INTO(WS-HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               SET WS-HOLD-FOUND TO TRUE
           END-IF.

      *****************************************************************
      *** Edit the keyed fields, then apply them.  A loan with no   ***
      *** hold yet needs the hold type, case or orders number and   ***
      *** start date keyed, and must be on the loan master; it goes ***
      *** on ACTIVE.  The chapter belongs to a bankruptcy only, and ***
      *** an end date may not fall before the start date.           ***
      *****************************************************************
       3000-APPLY-UPDATE.
           IF HTYPEI NOT = SPACES AND HTYPEI NOT = LOW-VALUES
                   AND HTYPEI NOT = 'B' AND HTYPEI NOT = 'S'
               MOVE 'HOLD TYPE MUST BE B (BANKRUPTCY) OR S (SCRA)'
                   TO MSGO
               MOVE -1 TO HTYPEL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBH
           END-IF.
           MOVE SPACES TO WS-CASE-X.
           IF CASENOI NOT = SPACES AND CASENOI NOT = LOW-VALUES
               MOVE CASENOI TO WS-CASE-X
               INSPECT WS-CASE-X REPLACING ALL LOW-VALUES BY SPACES
           END-IF.
           MOVE SPACES TO WS-CHAPTER-X.
           IF CHAPTRI NOT = SPACES AND CHAPTRI NOT = LOW-VALUES
               PERFORM 3200-EDIT-CHAPTER
           END-IF.
           MOVE SPACES TO WS-START-X.
           IF HSTARTI NOT = SPACES AND HSTARTI NOT = LOW-VALUES
               MOVE HSTARTI TO WS-DATE-CHECK
               PERFORM 3100-EDIT-DATE
               IF WS-DATE-BAD OR WS-DATE-CHECK = ZEROS
                   MOVE 'START DATE MUST BE A VALID YYYYMMDD' TO MSGO
                   MOVE -1 TO HSTARTL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBH
               END-IF
               MOVE WS-DATE-CHECK TO WS-START-X
           END-IF.
      *    An end date of all zeros reopens the hold with no end.
           MOVE SPACES TO WS-END-X.
           IF HENDI NOT = SPACES AND HENDI NOT = LOW-VALUES
               MOVE HENDI TO WS-DATE-CHECK
               IF WS-DATE-CHECK NOT = ZEROS
                   PERFORM 3100-EDIT-DATE
               END-IF
               IF WS-DATE-BAD
                   MOVE 'END DATE MUST BE A VALID YYYYMMDD' TO MSGO
                   MOVE -1 TO HENDL
                   PERFORM 4100-SEND-DATAONLY
                   PERFORM 8100-RETURN-DBBH
               END-IF
               MOVE WS-DATE-CHECK TO WS-END-X
           END-IF.
           IF HSTATI NOT = SPACES AND HSTATI NOT = LOW-VALUES
                   AND HSTATI NOT = 'A' AND HSTATI NOT = 'R'
               MOVE 'STATUS MUST BE A (ACTIVE) OR R (RELEASED)'
                   TO MSGO
               MOVE -1 TO HSTATL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBH
           END-IF.
           PERFORM 3300-CROSS-EDIT.

           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
           END-EXEC.
           IF NOT WS-HOLD-FOUND
               PERFORM 3500-PLACE-NEW-HOLD THRU 3500-EXIT
               GO TO 3000-EXIT
           END-IF.

           EXEC CICS READ FILE('LEGLHOLD')
               INTO(WS-HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD READ FAILED - TRY AGAIN'
                   TO WS-MESSAGE-SAVE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-HOLD-RECORD TO WS-OLD-HOLD-RECORD.
           IF HTYPEI = 'B' OR HTYPEI = 'S'
               MOVE HTYPEI TO LH-HOLD-TYPE
           END-IF.
           IF WS-CASE-X NOT = SPACES
               MOVE WS-CASE-X TO LH-CASE-NUMBER
           END-IF.
      *    A hold changed over to SCRA drops its bankruptcy chapter.
           IF LH-HOLD-SCRA
               MOVE SPACES TO WS-CHAPTER-X
               MOVE SPACES TO LH-CHAPTER
           END-IF.
           IF WS-CHAPTER-X NOT = SPACES
               MOVE WS-CHAPTER-X TO LH-CHAPTER
           END-IF.
           IF WS-START-X NOT = SPACES
               MOVE WS-START-9 TO LH-START-DATE
           END-IF.
           IF WS-END-X NOT = SPACES
               MOVE WS-END-9 TO LH-END-DATE
           END-IF.
           IF (HSTATI = 'A' OR HSTATI = 'R')
                   AND HSTATI NOT = LH-HOLD-STATUS
               MOVE HSTATI TO LH-HOLD-STATUS
               MOVE WS-TODAY TO LH-STATUS-DATE
           END-IF.
           IF WS-HOLD-RECORD = WS-OLD-HOLD-RECORD
               EXEC CICS UNLOCK FILE('LEGLHOLD')
               END-EXEC
               MOVE 'NO CHANGE KEYED' TO WS-MESSAGE-SAVE
               GO TO 3000-EXIT
           END-IF.
           MOVE WS-USER-ID TO LH-MAINT-USER-ID.
           EXEC CICS REWRITE FILE('LEGLHOLD')
               FROM(WS-HOLD-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD UPDATED' TO WS-MESSAGE-SAVE
               PERFORM 3600-AUDIT-HOLD-CHANGES
           ELSE
               MOVE 'LEGAL HOLD UPDATE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      *** A calendar date keyed YYYYMMDD - numeric, month 01-12,    ***
      *** day 01-31.                                                ***
      *****************************************************************
       3100-EDIT-DATE.
           MOVE 'N' TO WS-DATE-BAD-SW.
           IF WS-DATE-CHECK IS NOT NUMERIC
               SET WS-DATE-BAD TO TRUE
           ELSE
               IF WS-DC-YYYY < 1900
                       OR WS-DC-MM < 1 OR WS-DC-MM > 12
                       OR WS-DC-DD < 1 OR WS-DC-DD > 31
                   SET WS-DATE-BAD TO TRUE
               END-IF
           END-IF.

      *    A single keyed digit is taken as the chapter itself.
       3200-EDIT-CHAPTER.
           MOVE CHAPTRI TO WS-CHAPTER-X.
           IF WS-CHAPTER-X(2:1) = SPACE
                   OR WS-CHAPTER-X(2:1) = LOW-VALUE
               MOVE WS-CHAPTER-X(1:1) TO WS-CHAPTER-X(2:1)
               MOVE '0' TO WS-CHAPTER-X(1:1)
           END-IF.
           IF WS-CHAPTER-X NOT = '07' AND WS-CHAPTER-X NOT = '11'
                   AND WS-CHAPTER-X NOT = '12'
                   AND WS-CHAPTER-X NOT = '13'
               MOVE 'CHAPTER MUST BE 07, 11, 12 OR 13' TO MSGO
               MOVE -1 TO CHAPTRL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBH
           END-IF.

      *****************************************************************
      *** Edits across fields, against the values the hold will     ***
      *** carry once the keyed ones are applied.                    ***
      *****************************************************************
       3300-CROSS-EDIT.
           IF WS-HOLD-FOUND
               MOVE LH-HOLD-TYPE TO WS-EFF-TYPE
               MOVE LH-START-DATE TO WS-EFF-START
               MOVE LH-END-DATE TO WS-EFF-END
           ELSE
               MOVE SPACE TO WS-EFF-TYPE
               MOVE ZERO TO WS-EFF-START
               MOVE ZERO TO WS-EFF-END
           END-IF.
           IF HTYPEI = 'B' OR HTYPEI = 'S'
               MOVE HTYPEI TO WS-EFF-TYPE
           END-IF.
           IF WS-START-X NOT = SPACES
               MOVE WS-START-9 TO WS-EFF-START
           END-IF.
           IF WS-END-X NOT = SPACES
               MOVE WS-END-9 TO WS-EFF-END
           END-IF.
           IF WS-CHAPTER-X NOT = SPACES AND WS-EFF-TYPE NOT = 'B'
               MOVE 'CHAPTER APPLIES TO A BANKRUPTCY HOLD ONLY' TO MSGO
               MOVE -1 TO CHAPTRL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBH
           END-IF.
           IF WS-EFF-END > ZERO AND WS-EFF-END < WS-EFF-START
               MOVE 'END DATE IS BEFORE THE START DATE' TO MSGO
               MOVE -1 TO HENDL
               PERFORM 4100-SEND-DATAONLY
               PERFORM 8100-RETURN-DBBH
           END-IF.

      *****************************************************************
      *** First hold for the loan - type, case or orders number and ***
      *** start date must be keyed and the loan must be on the loan ***
      *** master.                                                   ***
      *****************************************************************
       3500-PLACE-NEW-HOLD.
           IF (HTYPEI NOT = 'B' AND HTYPEI NOT = 'S')
                   OR WS-CASE-X = SPACES
                   OR WS-START-X = SPACES
               MOVE 'NEW HOLD - KEY TYPE, CASE/ORDERS NO AND START'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           EXEC CICS READ FILE('LOANMSTR')
               INTO(WS-LOAN-RECORD)
               RIDFLD(WS-HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LOAN NOT ON LOAN MASTER' TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           INITIALIZE WS-HOLD-RECORD.
           MOVE WS-HOLD-KEY TO LH-LOAN-NUMBER.
           MOVE HTYPEI TO LH-HOLD-TYPE.
           MOVE WS-CASE-X TO LH-CASE-NUMBER.
           MOVE WS-CHAPTER-X TO LH-CHAPTER.
           MOVE WS-START-9 TO LH-START-DATE.
           IF WS-END-X NOT = SPACES
               MOVE WS-END-9 TO LH-END-DATE
           END-IF.
           IF HSTATI = 'R'
               SET LH-STATUS-RELEASED TO TRUE
           ELSE
               SET LH-STATUS-ACTIVE TO TRUE
           END-IF.
           MOVE WS-TODAY TO LH-STATUS-DATE.
           MOVE WS-USER-ID TO LH-MAINT-USER-ID.
           EXEC CICS WRITE FILE('LEGLHOLD')
               FROM(WS-HOLD-RECORD)
               RIDFLD(WS-HOLD-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'LEGAL HOLD WRITE FAILED - CALL SYSTEMS'
                   TO WS-MESSAGE-SAVE
               GO TO 3500-EXIT
           END-IF.
           MOVE 'LEGAL HOLD PLACED' TO AU-FIELD-NAME.
           MOVE SPACES TO AU-OLD-VALUE.
           MOVE SPACES TO AU-NEW-VALUE.
           STRING LH-HOLD-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LH-START-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  LH-CASE-NUMBER DELIMITED BY SIZE
               INTO AU-NEW-VALUE
           END-STRING.
           PERFORM 6000-QUEUE-AUDIT-RECORD.
           MOVE 'LEGAL HOLD PLACED' TO WS-MESSAGE-SAVE.
       3500-EXIT.
           EXIT.

      *****************************************************************
      *** One audit record per field the rewritten hold changed,    ***
      *** old value against new - queued only once the REWRITE has  ***
      *** gone through.                                             ***
      *****************************************************************
       3600-AUDIT-HOLD-CHANGES.
           IF LH-HOLD-TYPE NOT = LO-HOLD-TYPE
               MOVE 'LH-HOLD-TYPE' TO AU-FIELD-NAME
               MOVE LO-HOLD-TYPE TO AU-OLD-VALUE
               MOVE LH-HOLD-TYPE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF LH-CASE-NUMBER NOT = LO-CASE-NUMBER
               MOVE 'LH-CASE-NUMBER' TO AU-FIELD-NAME
               MOVE LO-CASE-NUMBER TO AU-OLD-VALUE
               MOVE LH-CASE-NUMBER TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF LH-CHAPTER NOT = LO-CHAPTER
               MOVE 'LH-CHAPTER' TO AU-FIELD-NAME
               MOVE LO-CHAPTER TO AU-OLD-VALUE
               MOVE LH-CHAPTER TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF LH-START-DATE NOT = LO-START-DATE
               MOVE 'LH-START-DATE' TO AU-FIELD-NAME
               MOVE LO-START-DATE TO AU-OLD-VALUE
               MOVE LH-START-DATE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF LH-END-DATE NOT = LO-END-DATE
               MOVE 'LH-END-DATE' TO AU-FIELD-NAME
               MOVE LO-END-DATE TO AU-OLD-VALUE
               MOVE LH-END-DATE TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.
           IF LH-HOLD-STATUS NOT = LO-HOLD-STATUS
               MOVE 'LH-HOLD-STATUS' TO AU-FIELD-NAME
               MOVE LO-HOLD-STATUS TO AU-OLD-VALUE
               MOVE LH-HOLD-STATUS TO AU-NEW-VALUE
               PERFORM 6000-QUEUE-AUDIT-RECORD
           END-IF.

      *****************************************************************
      *** Show the hold - type and case, status and whether it is   ***
      *** in force today, the dates and who last changed it.        ***
      *****************************************************************
       5000-SHOW-HOLD.
           MOVE LOW-VALUES TO BNK1HO.
           MOVE WS-HOLD-KEY TO LOANNOO.
           IF NOT WS-HOLD-FOUND
               IF WS-MESSAGE-SAVE = SPACES
                   MOVE 'NO LEGAL HOLD - KEY FIELDS TO PLACE ONE'
                       TO MSGO
               ELSE
                   MOVE WS-MESSAGE-SAVE TO MSGO
               END-IF
               MOVE -1 TO HTYPEL
               PERFORM 4000-SEND-HOLD-PAGE
               GO TO 5000-EXIT
           END-IF.
           MOVE LH-CASE-NUMBER TO WS-HL-CASE.
           IF LH-HOLD-SCRA
               MOVE 'SCRA' TO WS-HL-TYPE
               MOVE 'ORDERS ' TO WS-HL-CASE-LABEL
               MOVE SPACES TO WS-HL-CHAPTER-LABEL
               MOVE SPACES TO WS-HL-CHAPTER
           ELSE
               MOVE 'BANKRUPTCY' TO WS-HL-TYPE
               MOVE 'CASE ' TO WS-HL-CASE-LABEL
               MOVE 'CHAPTER ' TO WS-HL-CHAPTER-LABEL
               MOVE LH-CHAPTER TO WS-HL-CHAPTER
           END-IF.
           MOVE WS-HOLD-LINE TO LINE1O.

           EVALUATE TRUE
               WHEN LH-STATUS-RELEASED
                   MOVE 'RELEASED' TO WS-STATUS-WORD
                   MOVE SPACES TO WS-FORCE-WORD
               WHEN LH-START-DATE > WS-TODAY
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
                   MOVE 'NOT YET STARTED' TO WS-FORCE-WORD
               WHEN LH-END-DATE > ZERO AND LH-END-DATE < WS-TODAY
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
                   MOVE 'EXPIRED - RELEASE OR EXTEND' TO WS-FORCE-WORD
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-STATUS-WORD
                   MOVE 'IN FORCE' TO WS-FORCE-WORD
           END-EVALUATE.
           MOVE WS-STATUS-WORD TO WS-SL-STATUS.
           MOVE WS-FORCE-WORD TO WS-SL-FORCE.
           MOVE WS-STATUS-LINE TO LINE2O.

           MOVE LH-START-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-DL-START.
           IF LH-END-DATE > ZERO
               MOVE LH-END-DATE TO WS-DATE-IN
               PERFORM 8000-FORMAT-DATE
               MOVE WS-DATE-OUT TO WS-DL-END
           ELSE
               MOVE 'OPEN' TO WS-DL-END
           END-IF.
           MOVE WS-DATES-LINE TO LINE3O.

           MOVE LH-STATUS-DATE TO WS-DATE-IN.
           PERFORM 8000-FORMAT-DATE.
           MOVE WS-DATE-OUT TO WS-CL-DATE.
           MOVE LH-MAINT-USER-ID TO WS-CL-USER.
           MOVE WS-CHANGED-LINE TO LINE4O.
           IF WS-MESSAGE-SAVE NOT = SPACES
               MOVE WS-MESSAGE-SAVE TO MSGO
           END-IF.
           MOVE -1 TO LOANNOL.
           PERFORM 4000-SEND-HOLD-PAGE.
       5000-EXIT.
           EXIT.

       4000-SEND-HOLD-PAGE.
           EXEC CICS SEND MAP('BNK1H')
               MAPSET('BNK1H')
               FROM(BNK1HO)
               ERASE
               CURSOR
           END-EXEC.

       4100-SEND-DATAONLY.
           EXEC CICS SEND MAP('BNK1H')
               MAPSET('BNK1H')
               FROM(BNK1HO)
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
           MOVE WS-HOLD-KEY TO AU-CUSTOMER-NUMBER.
           IF AU-FIELD-NAME = 'LEGAL HOLD PLACED'
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

       8100-RETURN-DBBH.
           EXEC CICS RETURN
               TRANSID('DBBH')
               COMMAREA(WS-HOLD-KEY)
           END-EXEC.
           GOBACK.

       9000-END-SESSION.
           EXEC CICS SEND TEXT
               FROM('DBBHLD - SESSION ENDED')
               ERASE
               FREEKB
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
