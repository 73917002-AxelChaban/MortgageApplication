      ******************************************************************
      *    EPSMTLGH  -  LEGAL-HOLD RECORD LAYOUT                       *
      *    ONE RECORD PER LOAN UNDER A BANKRUPTCY FILING OR ON         *
      *    SERVICEMEMBERS CIVIL RELIEF ACT PROTECTION, ON A VSAM KSDS  *
      *    KEYED BY LOAN NUMBER.  MAINTAINED FROM THE ONLINE DBBH      *
      *    SCREEN (EVERY CHANGE AUDITED).  WHILE A HOLD IS IN FORCE    *
      *    DBBCOLL SENDS NO NOTICES AND MAKES NO REFERRAL, DBBDLQU     *
      *    CHARGES NO LATE FEES AND DBBSTMT PRINTS BANKRUPTCY-SAFE     *
      *    WORDING; AN SCRA HOLD ALSO CAPS THE RATE CHARGED AT 6%      *
      *    IN DBBPOST/DBBRPST AND DBBRATE.  THE MONTHLY DBBHLDX RUN    *
      *    LISTS EVERY HOLD.                                           *
      ******************************************************************
           05  LH-LOAN-NUMBER             PIC X(10).
           05  LH-HOLD-TYPE               PIC X(1).
               88  LH-HOLD-BANKRUPTCY             VALUE 'B'.
               88  LH-HOLD-SCRA                   VALUE 'S'.
      *    ACTIVE UNTIL THE DESK RELEASES IT.  AN ACTIVE HOLD IS IN
      *    FORCE FROM ITS START DATE THROUGH ITS END DATE (ZERO MEANS
      *    OPEN-ENDED, E.G. A BANKRUPTCY NOT YET DISCHARGED OR
      *    DISMISSED); ONE LEFT ACTIVE PAST ITS END DATE NO LONGER
      *    HOLDS ANYTHING OFF AND IS REPORTED BY DBBHLDX FOR REVIEW.
           05  LH-HOLD-STATUS             PIC X(1).
               88  LH-STATUS-ACTIVE               VALUE 'A'.
               88  LH-STATUS-RELEASED             VALUE 'R'.
      *    BANKRUPTCY CASE NUMBER, OR THE MILITARY ORDERS NUMBER FOR
      *    AN SCRA HOLD.  THE CHAPTER (07, 11, 12, 13) IS BANKRUPTCY
      *    ONLY.
           05  LH-CASE-NUMBER             PIC X(20).
           05  LH-CHAPTER                 PIC X(2).
      *    START/END - THE FILING DATE TO DISCHARGE OR DISMISSAL, OR
      *    THE PERIOD OF MILITARY SERVICE.
           05  LH-START-DATE              PIC 9(8).
           05  LH-END-DATE                PIC 9(8).
           05  LH-STATUS-DATE             PIC 9(8).
      *    USER WHO LAST CHANGED THE HOLD ON THE DBBH SCREEN.
           05  LH-MAINT-USER-ID           PIC X(8).
           05  FILLER                     PIC X(34).
