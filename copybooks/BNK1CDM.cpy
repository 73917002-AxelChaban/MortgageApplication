      *    COLLECTION CASE MAINTENANCE SCREEN - GENERATED FROM BMS     *
      *    MAPSET BNK1C.  THE REP KEYS A LOAN NUMBER TO SHOW THE       *
      *    CASE; KEYING A PROMISE DATE/AMOUNT, A BROKEN-PROMISE        *
      *    FLAG OR A CONTACT NOTE UPDATES IT.  THE WORKOUT FIELDS      *
      *    (PLAN TYPE/STATUS/END DATE, TRIAL PAYMENT AMOUNT, TRIAL     *
      *    PAYMENTS REQUIRED AND MADE, MODIFIED RATE AND TERM) SET UP  *
      *    OR WORK THE LOAN'S WORKOUT PLAN, SHOWN ON PLAN1/PLAN2.      *
      ******************************************************************
       01  BNK1CI.
           02  FILLER                      PIC X(12).
           02  FILLER REDEFINES NOTEF.
               03  NOTEA                   PIC X.
           02  NOTEI                       PIC X(40).
           02  WOTYPEL                     COMP PIC S9(4).
           02  WOTYPEF                     PIC X.
           02  FILLER REDEFINES WOTYPEF.
               03  WOTYPEA                 PIC X.
           02  WOTYPEI                     PIC X(1).
           02  WOSTATL                     COMP PIC S9(4).
           02  WOSTATF                     PIC X.
           02  FILLER REDEFINES WOSTATF.
               03  WOSTATA                 PIC X.
           02  WOSTATI                     PIC X(1).
           02  WOENDL                      COMP PIC S9(4).
           02  WOENDF                      PIC X.
           02  FILLER REDEFINES WOENDF.
               03  WOENDA                  PIC X.
           02  WOENDI                      PIC X(8).
           02  TRLAMTL                     COMP PIC S9(4).
           02  TRLAMTF                     PIC X.
           02  FILLER REDEFINES TRLAMTF.
               03  TRLAMTA                 PIC X.
           02  TRLAMTI                     PIC X(9).
           02  TRLREQL                     COMP PIC S9(4).
           02  TRLREQF                     PIC X.
           02  FILLER REDEFINES TRLREQF.
               03  TRLREQA                 PIC X.
           02  TRLREQI                     PIC X(1).
           02  TRLPDL                      COMP PIC S9(4).
           02  TRLPDF                      PIC X.
           02  FILLER REDEFINES TRLPDF.
               03  TRLPDA                  PIC X.
           02  TRLPDI                      PIC X(1).
           02  MODRTL                      COMP PIC S9(4).
           02  MODRTF                      PIC X.
           02  FILLER REDEFINES MODRTF.
               03  MODRTA                  PIC X.
           02  MODRTI                      PIC X(5).
           02  MODTRML                     COMP PIC S9(4).
           02  MODTRMF                     PIC X.
           02  FILLER REDEFINES MODTRMF.
               03  MODTRMA                 PIC X.
           02  MODTRMI                     PIC X(3).
           02  LINE1L                      COMP PIC S9(4).
           02  LINE1F                      PIC X.
           02  FILLER REDEFINES LINE1F.
           02  FILLER REDEFINES LINE8F.
               03  LINE8A                  PIC X.
           02  LINE8I                      PIC X(75).
           02  PLAN1L                      COMP PIC S9(4).
           02  PLAN1F                      PIC X.
           02  FILLER REDEFINES PLAN1F.
               03  PLAN1A                  PIC X.
           02  PLAN1I                      PIC X(75).
           02  PLAN2L                      COMP PIC S9(4).
           02  PLAN2F                      PIC X.
           02  FILLER REDEFINES PLAN2F.
               03  PLAN2A                  PIC X.
           02  PLAN2I                      PIC X(75).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
           02  FILLER                      PIC X(3).
           02  NOTEO                       PIC X(40).
           02  FILLER                      PIC X(3).
           02  WOTYPEO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  WOSTATO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  WOENDO                      PIC X(8).
           02  FILLER                      PIC X(3).
           02  TRLAMTO                     PIC X(9).
           02  FILLER                      PIC X(3).
           02  TRLREQO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  TRLPDO                      PIC X(1).
           02  FILLER                      PIC X(3).
           02  MODRTO                      PIC X(5).
           02  FILLER                      PIC X(3).
           02  MODTRMO                     PIC X(3).
           02  FILLER                      PIC X(3).
           02  LINE1O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE2O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE8O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  PLAN1O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  PLAN2O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
