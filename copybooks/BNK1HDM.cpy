      ******************************************************************
      *    BNK1HDM  -  SYMBOLIC MAP FOR MAP BNK1H, MAPSET BNK1H        *
      *    LEGAL-HOLD MAINTENANCE SCREEN - GENERATED FROM BMS MAPSET   *
      *    BNK1H.  THE DESK KEYS A LOAN NUMBER TO SHOW THE LOAN'S      *
      *    BANKRUPTCY OR SCRA HOLD; KEYING THE HOLD TYPE, CASE OR      *
      *    ORDERS NUMBER, CHAPTER, START/END DATES OR STATUS PLACES    *
      *    THE HOLD OR CHANGES IT.                                     *
      ******************************************************************
       01  BNK1HI.
           02  FILLER                      PIC X(12).
           02  LOANNOL                     COMP PIC S9(4).
           02  LOANNOF                     PIC X.
           02  FILLER REDEFINES LOANNOF.
               03  LOANNOA                 PIC X.
           02  LOANNOI                     PIC X(10).
           02  HTYPEL                      COMP PIC S9(4).
           02  HTYPEF                      PIC X.
           02  FILLER REDEFINES HTYPEF.
               03  HTYPEA                  PIC X.
           02  HTYPEI                      PIC X(1).
           02  CASENOL                     COMP PIC S9(4).
           02  CASENOF                     PIC X.
           02  FILLER REDEFINES CASENOF.
               03  CASENOA                 PIC X.
           02  CASENOI                     PIC X(20).
           02  CHAPTRL                     COMP PIC S9(4).
           02  CHAPTRF                     PIC X.
           02  FILLER REDEFINES CHAPTRF.
               03  CHAPTRA                 PIC X.
           02  CHAPTRI                     PIC X(2).
           02  HSTARTL                     COMP PIC S9(4).
           02  HSTARTF                     PIC X.
           02  FILLER REDEFINES HSTARTF.
               03  HSTARTA                 PIC X.
           02  HSTARTI                     PIC X(8).
           02  HENDL                       COMP PIC S9(4).
           02  HENDF                       PIC X.
           02  FILLER REDEFINES HENDF.
               03  HENDA                   PIC X.
           02  HENDI                       PIC X(8).
           02  HSTATL                      COMP PIC S9(4).
           02  HSTATF                      PIC X.
           02  FILLER REDEFINES HSTATF.
               03  HSTATA                  PIC X.
           02  HSTATI                      PIC X(1).
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
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  BNK1HO REDEFINES BNK1HI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  LOANNOO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  HTYPEO                      PIC X(1).
           02  FILLER                      PIC X(3).
           02  CASENOO                     PIC X(20).
           02  FILLER                      PIC X(3).
           02  CHAPTRO                     PIC X(2).
           02  FILLER                      PIC X(3).
           02  HSTARTO                     PIC X(8).
           02  FILLER                      PIC X(3).
           02  HENDO                       PIC X(8).
           02  FILLER                      PIC X(3).
           02  HSTATO                      PIC X(1).
           02  FILLER                      PIC X(3).
           02  LINE1O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE2O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE3O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE4O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
