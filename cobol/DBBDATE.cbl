  ******************************************************************
       IDENTIFICATION DIVISION.
      *AUTHOR. Axel CHABAN.
       PROGRAM-ID. DBBDATE.
      *****************************************************************
      *** Change Log                                                ***
      *** 2026-10-15  New.  Business-date control and cycle          ***
      ***              sequencing.  Keeps the one BUSDATE control    ***
      ***              record (EPSMTBDT) every batch program now     ***
      ***              takes its processing date from, in place of   ***
      ***              the system clock.  PARM START/END with cycle  ***
      ***              D, M or Y is the first and last step of       ***
      ***              DBBDAILY, DBBMONTH and DBBYREND.  START       ***
      ***              refuses (RC 16, which stops the job) a cycle  ***
      ***              already run, a cycle out of sequence, a cycle ***
      ***              still marked running because the last one did ***
      ***              not end clean, and a daily cycle before the   ***
      ***              business day is over.  END DAILY records the  ***
      ***              day complete and rolls the business date to   ***
      ***              the next business day - weekends and the      ***
      ***              holiday calendar skipped; it only runs when   ***
      ***              every step ahead of it ended clean.  PARM     ***
      ***              LOAD applies the desk's control cards (first  ***
      ***              load, holiday calendar, date corrections).    ***
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. MAINFRAME.
      *****************************************************************
      *** File Control                                              ***
      *****************************************************************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
      *    CTLCARD is read on a LOAD run only.
           SELECT CONTROL-CARDS ASSIGN TO CTLCARD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.
       DATA DIVISION.
      *****************************************************************
      *** File Section                                              ***
      *****************************************************************
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           LABEL RECORDS ARE STANDARD.
       01 BUSINESS-DATE-RECORD        PIC X(400).
       FD  CONTROL-CARDS
           LABEL RECORDS ARE STANDARD.
       01 CONTROL-CARD.
           05  CC-KEYWORD             PIC X(8).
           05  FILLER                 PIC X(1).
           05  CC-VALUE               PIC X(8).
           05  FILLER                 PIC X(63).
       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS           PIC X(2)    VALUE '00'.
           88  WS-BUSDATE-OK                      VALUE '00'.
       01 WS-CTLCARD-STATUS           PIC X(2)    VALUE '00'.
           88  WS-CTLCARD-OK                      VALUE '00'.
       01 WS-CARD-EOF-SW              PIC X(1)    VALUE 'N'.
           88  WS-CARD-EOF                        VALUE 'Y'.
       01 WS-CARD-ERROR-SW            PIC X(1)    VALUE 'N'.
           88  WS-CARD-ERROR                      VALUE 'Y'.
       01 WS-HOLIDAYS-LOADED-SW       PIC X(1)    VALUE 'N'.
           88  WS-HOLIDAYS-LOADED                 VALUE 'Y'.
       01 WS-BUSINESS-DAY-SW          PIC X(1)    VALUE 'N'.
           88  WS-BUSINESS-DAY                    VALUE 'Y'.
       01 WS-TIMESTAMP                PIC X(21)   VALUE SPACES.
       01 WS-CLOCK-DATE               PIC 9(8)    VALUE ZERO.
       01 WS-CLOCK-TIME               PIC 9(4)    VALUE ZERO.
       01 WS-REFUSAL                  PIC X(60)   VALUE SPACES.
       01 WS-CARD-COUNT               PIC 9(5)    VALUE ZERO.
      *    Month and year arithmetic for the month-end and year-end.
       01 WS-CYCLE-MONTH              PIC 9(6)    VALUE ZERO.
       01 WS-CYCLE-MONTH-X REDEFINES WS-CYCLE-MONTH.
           05  WS-CM-YYYY             PIC 9(4).
           05  WS-CM-MM               PIC 9(2).
       01 WS-PRIOR-MONTH              PIC 9(6)    VALUE ZERO.
       01 WS-PRIOR-MONTH-X REDEFINES WS-PRIOR-MONTH.
           05  WS-PM-YYYY             PIC 9(4).
           05  WS-PM-MM               PIC 9(2).
       01 WS-CYCLE-YEAR               PIC 9(4)    VALUE ZERO.
       01 WS-BUSINESS-YEAR            PIC 9(4)    VALUE ZERO.
      *    Business-day stepping.
       01 WS-DAY-DATE                 PIC 9(8)    VALUE ZERO.
       01 WS-DAY-DATE-X REDEFINES WS-DAY-DATE.
           05  WS-DD-YYYY             PIC 9(4).
           05  WS-DD-MM               PIC 9(2).
           05  WS-DD-DD               PIC 9(2).
       01 WS-DAY-STEP                 PIC S9(1)   VALUE +1.
       01 WS-DAY-INTEGER              PIC S9(9)   VALUE ZERO.
       01 WS-WEEK-COUNT               PIC S9(9)   VALUE ZERO.
      *    Day of the week off the day integer: 1 = Monday ...
      *    6 = Saturday, 0 = Sunday.
       01 WS-DAY-OF-WEEK              PIC 9(1)    VALUE ZERO.
       01 WS-HOL-SUB                  PIC S9(4) COMP VALUE ZERO.
       01 WS-CARD-DATE                PIC 9(8)    VALUE ZERO.
      *    The control record is worked on here; it is still displayed
      *    after the file is closed.
       01 WS-BUSINESS-DATE-RECORD.
          COPY EPSMTBDT.
       LINKAGE SECTION.
       01 LS-PARM-AREA.
           05  LS-PARM-LENGTH          PIC S9(4) COMP.
           05  LS-PARM-ACTION          PIC X(5).
           05  LS-PARM-CYCLE           PIC X(1).
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-PROCESS.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP(1:8) TO WS-CLOCK-DATE.
           MOVE WS-TIMESTAMP(9:4) TO WS-CLOCK-TIME.
           IF LS-PARM-LENGTH < 5
               DISPLAY 'DBBDATE - PARM MISSING'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           IF LS-PARM-ACTION = 'LOAD '
               PERFORM 5000-LOAD-CONTROL THRU 5000-EXIT
               GO TO 9999-END-PROGRAM
           END-IF.
           IF (LS-PARM-ACTION NOT = 'START' AND NOT = 'END  ')
                   OR LS-PARM-LENGTH < 6
                   OR (LS-PARM-CYCLE NOT = 'D' AND NOT = 'M'
                       AND NOT = 'Y')
               DISPLAY 'DBBDATE - INVALID PARM: ' LS-PARM-ACTION
                       ' ' LS-PARM-CYCLE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.

           OPEN I-O BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBDATE - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 9999-END-PROGRAM
           END-IF.
           READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
               AT END
                   DISPLAY 'DBBDATE - BUSINESS DATE RECORD MISSING'
                   MOVE 16 TO RETURN-CODE
                   CLOSE BUSINESS-DATE-FILE
                   GO TO 9999-END-PROGRAM
           END-READ.

           EVALUATE LS-PARM-ACTION ALSO LS-PARM-CYCLE
               WHEN 'START' ALSO 'D'
                   PERFORM 2000-START-DAILY THRU 2000-EXIT
               WHEN 'START' ALSO 'M'
                   PERFORM 2100-START-MONTH-END THRU 2100-EXIT
               WHEN 'START' ALSO 'Y'
                   PERFORM 2200-START-YEAR-END THRU 2200-EXIT
               WHEN 'END  ' ALSO 'D'
                   PERFORM 3000-END-DAILY THRU 3000-EXIT
               WHEN 'END  ' ALSO 'M'
                   PERFORM 3100-END-MONTH-END THRU 3100-EXIT
               WHEN 'END  ' ALSO 'Y'
                   PERFORM 3200-END-YEAR-END THRU 3200-EXIT
           END-EVALUATE.
           IF WS-REFUSAL NOT = SPACES
               DISPLAY 'DBBDATE - ' LS-PARM-ACTION ' ' LS-PARM-CYCLE
                       ' REFUSED'
               DISPLAY 'DBBDATE - ' WS-REFUSAL
               MOVE 16 TO RETURN-CODE
           ELSE
               REWRITE BUSINESS-DATE-RECORD
                   FROM WS-BUSINESS-DATE-RECORD
               IF NOT WS-BUSDATE-OK
                   DISPLAY 'DBBDATE - REWRITE FAILED, STATUS '
                           WS-BUSDATE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE BUSINESS-DATE-FILE.
           PERFORM 9000-DISPLAY-CONTROL.
           GO TO 9999-END-PROGRAM.

      *****************************************************************
      *** Start of the daily cycle.  Refused when a cycle is still  ***
      *** marked running (restart that job from its failed step     ***
      *** instead), when this business date's daily already ran,    ***
      *** when the first daily of a new month comes ahead of the    ***
      *** prior month-end, or when the business day is not yet over ***
      *** by the clock - which is what stops a rerun the next       ***
      *** morning from running the new business day early.          ***
      *****************************************************************
       2000-START-DAILY.
           PERFORM 2900-CHECK-NOT-RUNNING.
           IF WS-REFUSAL NOT = SPACES
               GO TO 2000-EXIT
           END-IF.
           IF BD-LAST-DAILY-DATE NOT < BD-BUSINESS-DATE
               MOVE 'DAILY CYCLE ALREADY RUN FOR THIS BUSINESS DATE'
                   TO WS-REFUSAL
               GO TO 2000-EXIT
           END-IF.
           IF BD-LAST-DAILY-DATE > ZERO
                   AND BD-BUSINESS-DATE(1:6) > BD-LAST-DAILY-DATE(1:6)
                   AND BD-LAST-MONTH-END < BD-LAST-DAILY-DATE(1:6)
               MOVE 'MONTH-END FOR THE PRIOR MONTH HAS NOT RUN'
                   TO WS-REFUSAL
               GO TO 2000-EXIT
           END-IF.
           IF WS-CLOCK-DATE < BD-BUSINESS-DATE
                   OR (WS-CLOCK-DATE = BD-BUSINESS-DATE
                       AND WS-CLOCK-TIME < BD-DAILY-START-TIME)
               MOVE 'BUSINESS DAY NOT YET OVER - TOO EARLY FOR DAILY'
                   TO WS-REFUSAL
               GO TO 2000-EXIT
           END-IF.
           SET BD-DAILY-RUNNING TO TRUE.
           MOVE WS-TIMESTAMP(1:12) TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - DAILY CYCLE STARTED FOR '
                   BD-BUSINESS-DATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      *** Start of month-end - closes the month after the last one  ***
      *** closed, which must be the month before the business       ***
      *** date's (so the month's last daily has run).  The month-end***
      *** programs run as of the month's last business day.         ***
      *****************************************************************
       2100-START-MONTH-END.
           PERFORM 2900-CHECK-NOT-RUNNING.
           IF WS-REFUSAL NOT = SPACES
               GO TO 2100-EXIT
           END-IF.
           MOVE BD-BUSINESS-DATE(1:6) TO WS-PRIOR-MONTH.
           IF WS-PM-MM = 1
               MOVE 12 TO WS-PM-MM
               SUBTRACT 1 FROM WS-PM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PM-MM
           END-IF.
           IF BD-LAST-MONTH-END = ZERO
               MOVE WS-PRIOR-MONTH TO WS-CYCLE-MONTH
           ELSE
               MOVE BD-LAST-MONTH-END TO WS-CYCLE-MONTH
               IF WS-CM-MM = 12
                   MOVE 1 TO WS-CM-MM
                   ADD 1 TO WS-CM-YYYY
               ELSE
                   ADD 1 TO WS-CM-MM
               END-IF
           END-IF.
           IF WS-CYCLE-MONTH > WS-PRIOR-MONTH
               MOVE 'MONTH-END ALREADY RUN - MONTH NOT YET OVER'
                   TO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.
           IF WS-CYCLE-MONTH < WS-PRIOR-MONTH
               MOVE 'OUT OF SEQUENCE - AN EARLIER MONTH-END WAS MISSED'
                   TO WS-REFUSAL
               GO TO 2100-EXIT
           END-IF.
           IF BD-LAST-DAILY-DATE(1:6) = WS-CYCLE-MONTH
               MOVE BD-LAST-DAILY-DATE TO BD-MONTH-END-DATE
           ELSE
               MOVE BD-PRIOR-BUSINESS-DATE TO BD-MONTH-END-DATE
           END-IF.
           SET BD-MONTH-END-RUNNING TO TRUE.
           MOVE WS-TIMESTAMP(1:12) TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - MONTH-END STARTED FOR ' WS-CYCLE-MONTH
                   ' AS OF ' BD-MONTH-END-DATE.
       2100-EXIT.
           EXIT.

      *****************************************************************
      *** Start of year-end - closes the year after the last one    ***
      *** closed, once the business date is into the next year and  ***
      *** that December's month-end has run.                        ***
      *****************************************************************
       2200-START-YEAR-END.
           PERFORM 2900-CHECK-NOT-RUNNING.
           IF WS-REFUSAL NOT = SPACES
               GO TO 2200-EXIT
           END-IF.
           MOVE BD-BUSINESS-DATE(1:4) TO WS-BUSINESS-YEAR.
           IF BD-LAST-YEAR-END = ZERO
               COMPUTE WS-CYCLE-YEAR = WS-BUSINESS-YEAR - 1
           ELSE
               COMPUTE WS-CYCLE-YEAR = BD-LAST-YEAR-END + 1
           END-IF.
           IF WS-CYCLE-YEAR NOT < WS-BUSINESS-YEAR
               MOVE 'YEAR-END ALREADY RUN - YEAR NOT YET OVER'
                   TO WS-REFUSAL
               GO TO 2200-EXIT
           END-IF.
           IF WS-CYCLE-YEAR < WS-BUSINESS-YEAR - 1
               MOVE 'OUT OF SEQUENCE - AN EARLIER YEAR-END WAS MISSED'
                   TO WS-REFUSAL
               GO TO 2200-EXIT
           END-IF.
           IF BD-LAST-MONTH-END < (WS-CYCLE-YEAR * 100) + 12
               MOVE 'DECEMBER MONTH-END HAS NOT RUN' TO WS-REFUSAL
               GO TO 2200-EXIT
           END-IF.
           MOVE WS-CYCLE-YEAR TO BD-YEAR-END-YEAR.
           SET BD-YEAR-END-RUNNING TO TRUE.
           MOVE WS-TIMESTAMP(1:12) TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - YEAR-END STARTED FOR ' BD-YEAR-END-YEAR.
       2200-EXIT.
           EXIT.

       2900-CHECK-NOT-RUNNING.
           EVALUATE TRUE
               WHEN BD-DAILY-RUNNING
                   MOVE 'DAILY CYCLE DID NOT END CLEAN - RESTART IT'
                       TO WS-REFUSAL
               WHEN BD-MONTH-END-RUNNING
                   MOVE 'MONTH-END DID NOT END CLEAN - RESTART IT'
                       TO WS-REFUSAL
               WHEN BD-YEAR-END-RUNNING
                   MOVE 'YEAR-END DID NOT END CLEAN - RESTART IT'
                       TO WS-REFUSAL
           END-EVALUATE.
           IF WS-REFUSAL NOT = SPACES
               DISPLAY 'DBBDATE - CYCLE STARTED AT ' BD-CYCLE-STARTED
           END-IF.

      *****************************************************************
      *** End of the daily cycle - the day is complete and the      ***
      *** business date rolls to the next business day.             ***
      *****************************************************************
       3000-END-DAILY.
           IF NOT BD-DAILY-RUNNING
               MOVE 'NO DAILY CYCLE RUNNING' TO WS-REFUSAL
               GO TO 3000-EXIT
           END-IF.
           MOVE BD-BUSINESS-DATE TO BD-LAST-DAILY-DATE.
           MOVE BD-BUSINESS-DATE TO BD-PRIOR-BUSINESS-DATE.
           MOVE BD-BUSINESS-DATE TO WS-DAY-DATE.
           MOVE +1 TO WS-DAY-STEP.
           PERFORM 8000-STEP-BUSINESS-DAY.
           MOVE WS-DAY-DATE TO BD-BUSINESS-DATE.
           PERFORM 8000-STEP-BUSINESS-DAY.
           MOVE WS-DAY-DATE TO BD-NEXT-BUSINESS-DATE.
           SET BD-NO-CYCLE-RUNNING TO TRUE.
           MOVE SPACES TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - DAILY CYCLE COMPLETE FOR '
                   BD-LAST-DAILY-DATE.
           DISPLAY 'DBBDATE - BUSINESS DATE ROLLED TO '
                   BD-BUSINESS-DATE.
       3000-EXIT.
           EXIT.

       3100-END-MONTH-END.
           IF NOT BD-MONTH-END-RUNNING
               MOVE 'NO MONTH-END RUNNING' TO WS-REFUSAL
               GO TO 3100-EXIT
           END-IF.
           MOVE BD-MONTH-END-DATE(1:6) TO BD-LAST-MONTH-END.
           SET BD-NO-CYCLE-RUNNING TO TRUE.
           MOVE SPACES TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - MONTH-END COMPLETE FOR '
                   BD-LAST-MONTH-END.
       3100-EXIT.
           EXIT.

       3200-END-YEAR-END.
           IF NOT BD-YEAR-END-RUNNING
               MOVE 'NO YEAR-END RUNNING' TO WS-REFUSAL
               GO TO 3200-EXIT
           END-IF.
           MOVE BD-YEAR-END-YEAR TO BD-LAST-YEAR-END.
           SET BD-NO-CYCLE-RUNNING TO TRUE.
           MOVE SPACES TO BD-CYCLE-STARTED.
           DISPLAY 'DBBDATE - YEAR-END COMPLETE FOR ' BD-LAST-YEAR-END.
       3200-EXIT.
           EXIT.

      *****************************************************************
      *** LOAD - apply the desk's control cards to the record (an   ***
      *** empty file is a first load).  Keyword in columns 1-8,     ***
      *** value from column 10:                                     ***
      ***   BUSDATE  YYYYMMDD  business date (must be a business    ***
      ***                      day - load the holidays first)       ***
      ***   LASTDLY  YYYYMMDD  last daily cycle completed           ***
      ***   LASTMON  YYYYMM    last month-end completed             ***
      ***   LASTYR   YYYY      last year-end completed              ***
      ***   STRTTIME HHMM      earliest clock time for the daily    ***
      ***   HOLIDAY  YYYYMMDD  one holiday - the first HOLIDAY card ***
      ***                      replaces the whole calendar          ***
      ***   CLEARRUN           clear a cycle left marked running    ***
      *** An asterisk in column 1 is a comment.  Any bad card, or a ***
      *** cycle still running without CLEARRUN, writes nothing.     ***
      *****************************************************************
       5000-LOAD-CONTROL.
           OPEN INPUT BUSINESS-DATE-FILE.
           OPEN INPUT CONTROL-CARDS.
           IF NOT WS-BUSDATE-OK OR NOT WS-CTLCARD-OK
               DISPLAY 'DBBDATE - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
               AT END
                   DISPLAY 'DBBDATE - FIRST LOAD OF THE CONTROL RECORD'
                   INITIALIZE WS-BUSINESS-DATE-RECORD
                   SET BD-NO-CYCLE-RUNNING TO TRUE
           END-READ.
           CLOSE BUSINESS-DATE-FILE.

           PERFORM 5100-READ-CARD.
           PERFORM UNTIL WS-CARD-EOF
               IF CONTROL-CARD(1:1) NOT = '*'
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 5200-APPLY-CARD THRU 5200-EXIT
               END-IF
               PERFORM 5100-READ-CARD
           END-PERFORM.
           CLOSE CONTROL-CARDS.

           IF BD-BUSINESS-DATE NOT = ZERO
               MOVE BD-BUSINESS-DATE TO WS-DAY-DATE
               PERFORM 8100-CHECK-BUSINESS-DAY
               IF NOT WS-BUSINESS-DAY
                   DISPLAY 'DBBDATE - BUSINESS DATE ' BD-BUSINESS-DATE
                           ' IS NOT A BUSINESS DAY'
                   SET WS-CARD-ERROR TO TRUE
               END-IF
           END-IF.
           IF NOT BD-NO-CYCLE-RUNNING
               DISPLAY 'DBBDATE - A CYCLE IS MARKED RUNNING - ADD A '
                       'CLEARRUN CARD TO CLEAR IT'
               SET WS-CARD-ERROR TO TRUE
           END-IF.
           IF WS-CARD-ERROR
               DISPLAY 'DBBDATE - LOAD REJECTED, CONTROL RECORD '
                       'NOT CHANGED'
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.

           IF BD-BUSINESS-DATE NOT = ZERO
               MOVE BD-BUSINESS-DATE TO WS-DAY-DATE
               MOVE -1 TO WS-DAY-STEP
               PERFORM 8000-STEP-BUSINESS-DAY
               MOVE WS-DAY-DATE TO BD-PRIOR-BUSINESS-DATE
               MOVE BD-BUSINESS-DATE TO WS-DAY-DATE
               MOVE +1 TO WS-DAY-STEP
               PERFORM 8000-STEP-BUSINESS-DAY
               MOVE WS-DAY-DATE TO BD-NEXT-BUSINESS-DATE
           END-IF.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF NOT WS-BUSDATE-OK
               DISPLAY 'DBBDATE - OPEN FAILED'
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF.
           WRITE BUSINESS-DATE-RECORD FROM WS-BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.
           DISPLAY 'DBBDATE - CONTROL CARDS APPLIED: ' WS-CARD-COUNT.
           PERFORM 9000-DISPLAY-CONTROL.
       5000-EXIT.
           EXIT.

       5100-READ-CARD.
           READ CONTROL-CARDS
               AT END
                   SET WS-CARD-EOF TO TRUE
           END-READ.

       5200-APPLY-CARD.
           EVALUATE CC-KEYWORD
               WHEN 'BUSDATE '
                   PERFORM 5300-EDIT-CARD-DATE THRU 5300-EXIT
                   MOVE WS-CARD-DATE TO BD-BUSINESS-DATE
               WHEN 'LASTDLY '
                   PERFORM 5300-EDIT-CARD-DATE THRU 5300-EXIT
                   MOVE WS-CARD-DATE TO BD-LAST-DAILY-DATE
               WHEN 'LASTMON '
                   IF CC-VALUE(1:6) IS NUMERIC
                           AND CC-VALUE(5:2) > '00'
                           AND CC-VALUE(5:2) < '13'
                       MOVE CC-VALUE(1:6) TO BD-LAST-MONTH-END
                   ELSE
                       PERFORM 5900-BAD-CARD
                   END-IF
               WHEN 'LASTYR  '
                   IF CC-VALUE(1:4) IS NUMERIC
                       MOVE CC-VALUE(1:4) TO BD-LAST-YEAR-END
                   ELSE
                       PERFORM 5900-BAD-CARD
                   END-IF
               WHEN 'STRTTIME'
                   IF CC-VALUE(1:4) IS NUMERIC
                           AND CC-VALUE(1:2) < '24'
                           AND CC-VALUE(3:2) < '60'
                       MOVE CC-VALUE(1:4) TO BD-DAILY-START-TIME
                   ELSE
                       PERFORM 5900-BAD-CARD
                   END-IF
               WHEN 'HOLIDAY '
                   PERFORM 5300-EDIT-CARD-DATE THRU 5300-EXIT
                   IF NOT WS-HOLIDAYS-LOADED
                       SET WS-HOLIDAYS-LOADED TO TRUE
                       MOVE ZERO TO BD-HOLIDAY-COUNT
                       PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                               UNTIL WS-HOL-SUB > 40
                           MOVE ZERO TO BD-HOLIDAY-DATE (WS-HOL-SUB)
                       END-PERFORM
                   END-IF
                   IF BD-HOLIDAY-COUNT = 40
                       DISPLAY 'DBBDATE - MORE THAN 40 HOLIDAYS'
                       PERFORM 5900-BAD-CARD
                   ELSE
                       ADD 1 TO BD-HOLIDAY-COUNT
                       MOVE WS-CARD-DATE
                           TO BD-HOLIDAY-DATE (BD-HOLIDAY-COUNT)
                   END-IF
               WHEN 'CLEARRUN'
                   IF NOT BD-NO-CYCLE-RUNNING
                       DISPLAY 'DBBDATE - CLEARED RUNNING CYCLE '
                               BD-CYCLE-RUNNING ' STARTED '
                               BD-CYCLE-STARTED
                   END-IF
                   SET BD-NO-CYCLE-RUNNING TO TRUE
                   MOVE SPACES TO BD-CYCLE-STARTED
               WHEN OTHER
                   PERFORM 5900-BAD-CARD
           END-EVALUATE.
       5200-EXIT.
           EXIT.

       5300-EDIT-CARD-DATE.
           MOVE ZERO TO WS-CARD-DATE.
           IF CC-VALUE IS NOT NUMERIC
               PERFORM 5900-BAD-CARD
               GO TO 5300-EXIT
           END-IF.
           MOVE CC-VALUE TO WS-DAY-DATE.
           IF WS-DD-MM < 1 OR WS-DD-MM > 12
                   OR WS-DD-DD < 1 OR WS-DD-DD > 31
                   OR WS-DD-YYYY < 1601
               PERFORM 5900-BAD-CARD
               GO TO 5300-EXIT
           END-IF.
           MOVE WS-DAY-DATE TO WS-CARD-DATE.
       5300-EXIT.
           EXIT.

       5900-BAD-CARD.
           DISPLAY 'DBBDATE - INVALID CARD: ' CONTROL-CARD(1:40).
           SET WS-CARD-ERROR TO TRUE.

      *****************************************************************
      *** Step WS-DAY-DATE one business day forward (+1) or back    ***
      *** (-1), passing over weekends and holidays.                 ***
      *****************************************************************
       8000-STEP-BUSINESS-DAY.
           MOVE 'N' TO WS-BUSINESS-DAY-SW.
           PERFORM UNTIL WS-BUSINESS-DAY
               COMPUTE WS-DAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DAY-DATE) + WS-DAY-STEP
               COMPUTE WS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INTEGER)
               PERFORM 8100-CHECK-BUSINESS-DAY
           END-PERFORM.

       8100-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE.
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DAY-DATE).
           DIVIDE WS-DAY-INTEGER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               MOVE 'N' TO WS-BUSINESS-DAY-SW
           END-IF.
           PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > BD-HOLIDAY-COUNT
               IF BD-HOLIDAY-DATE (WS-HOL-SUB) = WS-DAY-DATE
                   MOVE 'N' TO WS-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.

       9000-DISPLAY-CONTROL.
           DISPLAY 'DBBDATE - BUSINESS DATE:      ' BD-BUSINESS-DATE.
           DISPLAY 'DBBDATE - NEXT BUSINESS DATE: '
                   BD-NEXT-BUSINESS-DATE.
           DISPLAY 'DBBDATE - LAST DAILY CYCLE:   ' BD-LAST-DAILY-DATE.
           DISPLAY 'DBBDATE - LAST MONTH-END:     ' BD-LAST-MONTH-END.
           DISPLAY 'DBBDATE - LAST YEAR-END:      ' BD-LAST-YEAR-END.
           DISPLAY 'DBBDATE - HOLIDAYS ON FILE:   ' BD-HOLIDAY-COUNT.

       9999-END-PROGRAM.
           STOP RUN.
