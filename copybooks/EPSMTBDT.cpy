      ******************************************************************
      *    EPSMTBDT  -  BUSINESS-DATE CONTROL RECORD LAYOUT            *
      *    THE ONE RECORD ON THE BUSDATE CONTROL FILE.  EVERY BATCH    *
      *    PROGRAM TAKES ITS PROCESSING DATE FROM HERE, NOT FROM THE   *
      *    SYSTEM CLOCK: THE DAILY AND ON-REQUEST RUNS USE THE         *
      *    BUSINESS DATE, THE MONTH-END RUNS THE MONTH-END DATE (THE   *
      *    LAST BUSINESS DAY OF THE MONTH BEING CLOSED) AND THE        *
      *    YEAR-END RUNS THE YEAR-END YEAR.  DBBDATE STARTS AND ENDS   *
      *    EACH CYCLE - IT MARKS THE CYCLE RUNNING AT THE FIRST STEP   *
      *    OF THE JOB, AND AT THE LAST STEP RECORDS IT COMPLETE (AND,  *
      *    FOR THE DAILY CYCLE, ROLLS THE BUSINESS DATE TO THE NEXT    *
      *    BUSINESS DAY).  SATURDAYS, SUNDAYS AND THE HOLIDAY DATES    *
      *    ARE NOT BUSINESS DAYS.  THE DAILY CYCLE MAY NOT START       *
      *    BEFORE THE DAILY START TIME (HHMM) ON THE BUSINESS DATE.    *
      ******************************************************************
           05  BD-BUSINESS-DATE           PIC 9(8).
           05  BD-PRIOR-BUSINESS-DATE     PIC 9(8).
           05  BD-NEXT-BUSINESS-DATE      PIC 9(8).
           05  BD-LAST-DAILY-DATE         PIC 9(8).
           05  BD-LAST-MONTH-END          PIC 9(6).
           05  BD-MONTH-END-DATE          PIC 9(8).
           05  BD-LAST-YEAR-END           PIC 9(4).
           05  BD-YEAR-END-YEAR           PIC 9(4).
           05  BD-CYCLE-RUNNING           PIC X(1).
               88  BD-NO-CYCLE-RUNNING            VALUE SPACE.
               88  BD-DAILY-RUNNING               VALUE 'D'.
               88  BD-MONTH-END-RUNNING           VALUE 'M'.
               88  BD-YEAR-END-RUNNING            VALUE 'Y'.
      *    CLOCK DATE AND TIME (YYYYMMDDHHMM) THE RUNNING CYCLE STARTED.
           05  BD-CYCLE-STARTED           PIC X(12).
           05  BD-DAILY-START-TIME        PIC 9(4).
           05  BD-HOLIDAY-COUNT           PIC 9(2).
           05  BD-HOLIDAY-DATE            PIC 9(8) OCCURS 40 TIMES.
           05  FILLER                     PIC X(7).
