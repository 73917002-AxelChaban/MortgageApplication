      ******************************************************************
      *    BNK1VDM  -  SYMBOLIC MAP FOR MAP BNK1V, MAPSET BNK1V        *
      *    MAINTENANCE APPROVAL SCREEN - GENERATED FROM BMS MAPSET     *
      *    BNK1V.  SHOWS ONE DBBM CHANGE HELD FOR DUAL CONTROL - WHO   *
      *    KEYED IT AND WHEN, AND THE RATE, BALANCE, TERM AND SSNS ON  *
      *    FILE BESIDE THE PENDING VALUES.  THE APPROVER KEYS A        *
      *    (APPROVE), R (REJECT) OR N (NEXT); A LOAN NUMBER KEYED      *
      *    STARTS THE BROWSE AT THAT LOAN.                             *
      ******************************************************************
       01  BNK1VI.
           02  FILLER                      PIC X(12).
           02  LOANNOL                     COMP PIC S9(4).
           02  LOANNOF                     PIC X.
           02  FILLER REDEFINES LOANNOF.
               03  LOANNOA                 PIC X.
           02  LOANNOI                     PIC X(10).
           02  ACTIONL                     COMP PIC S9(4).
           02  ACTIONF                     PIC X.
           02  FILLER REDEFINES ACTIONF.
               03  ACTIONA                 PIC X.
           02  ACTIONI                     PIC X(1).
           02  LINE1L                      COMP PIC S9(4).
           02  LINE1F                      PIC X.
           02  FILLER REDEFINES LINE1F.
               03  LINE1A                  PIC X.
           02  LINE1I                      PIC X(75).
           02  LINE2L                      COMP PIC S9(4).
           02  LINE2F                      PIC X.
           02  FILLER REDEFINES LINE2F.
               03  LINE2A                  PIC X.
           02  LINE2I                      PIC X(75).
           02  LINE3L                      COMP PIC S9(4).
           02  LINE3F                      PIC X.
           02  FILLER REDEFINES LINE3F.
               03  LINE3A                  PIC X.
           02  LINE3I                      PIC X(75).
           02  LINE4L                      COMP PIC S9(4).
           02  LINE4F                      PIC X.
           02  FILLER REDEFINES LINE4F.
               03  LINE4A                  PIC X.
           02  LINE4I                      PIC X(75).
           02  LINE5L                      COMP PIC S9(4).
           02  LINE5F                      PIC X.
           02  FILLER REDEFINES LINE5F.
               03  LINE5A                  PIC X.
           02  LINE5I                      PIC X(75).
           02  LINE6L                      COMP PIC S9(4).
           02  LINE6F                      PIC X.
           02  FILLER REDEFINES LINE6F.
               03  LINE6A                  PIC X.
           02  LINE6I                      PIC X(75).
           02  LINE7L                      COMP PIC S9(4).
           02  LINE7F                      PIC X.
           02  FILLER REDEFINES LINE7F.
               03  LINE7A                  PIC X.
           02  LINE7I                      PIC X(75).
           02  LINE8L                      COMP PIC S9(4).
           02  LINE8F                      PIC X.
           02  FILLER REDEFINES LINE8F.
               03  LINE8A                  PIC X.
           02  LINE8I                      PIC X(75).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  BNK1VO REDEFINES BNK1VI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  LOANNOO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  ACTIONO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  LINE1O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE2O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE3O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE4O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE5O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE6O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE7O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE8O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
