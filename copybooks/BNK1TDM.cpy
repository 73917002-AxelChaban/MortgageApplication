      ******************************************************************
      *    BNK1TDM  -  SYMBOLIC MAP FOR MAP BNK1T, MAPSET BNK1T        *
      *    PHONE/TELLER PAYMENT ENTRY SCREEN - GENERATED FROM BMS      *
      *    MAPSET BNK1T.  REACHED WITH PF6 FROM THE BNK1D CUSTOMER     *
      *    INQUIRY.  LINE1-LINE4 SHOW THE LOAN'S OPEN PAYMENT AND THE  *
      *    AMOUNT DUE; THE REP KEYS THE AMOUNT RECEIVED (NUMERIC,      *
      *    RIGHT-JUSTIFIED AND ZERO-FILLED, LAST TWO DIGITS CENTS),    *
      *    THE PAYMENT METHOD AND THE CONFIRMATION NUMBER.  LINE5      *
      *    CARRIES THE RECEIPT JUST TAKEN.                             *
      ******************************************************************
       01  BNK1TI.
           02  FILLER                      PIC X(12).
           02  LOANNOL                     COMP PIC S9(4).
           02  LOANNOF                     PIC X.
           02  FILLER REDEFINES LOANNOF.
               03  LOANNOA                 PIC X.
           02  LOANNOI                     PIC X(10).
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
           02  PAYAMTL                     COMP PIC S9(4).
           02  PAYAMTF                     PIC X.
           02  FILLER REDEFINES PAYAMTF.
               03  PAYAMTA                 PIC X.
           02  PAYAMTI                     PIC X(9).
           02  PAYMTHL                     COMP PIC S9(4).
           02  PAYMTHF                     PIC X.
           02  FILLER REDEFINES PAYMTHF.
               03  PAYMTHA                 PIC X.
           02  PAYMTHI                     PIC X(1).
           02  CONFNOL                     COMP PIC S9(4).
           02  CONFNOF                     PIC X.
           02  FILLER REDEFINES CONFNOF.
               03  CONFNOA                 PIC X.
           02  CONFNOI                     PIC X(20).
           02  LINE5L                      COMP PIC S9(4).
           02  LINE5F                      PIC X.
           02  FILLER REDEFINES LINE5F.
               03  LINE5A                  PIC X.
           02  LINE5I                      PIC X(75).
           02  MSGL                        COMP PIC S9(4).
           02  MSGF                        PIC X.
           02  FILLER REDEFINES MSGF.
               03  MSGA                    PIC X.
           02  MSGI                        PIC X(60).
       01  BNK1TO REDEFINES BNK1TI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  LOANNOO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  LINE1O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE2O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE3O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  LINE4O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  PAYAMTO                     PIC X(9).
           02  FILLER                      PIC X(3).
           02  PAYMTHO                     PIC X(1).
           02  FILLER                      PIC X(3).
           02  CONFNOO                     PIC X(20).
           02  FILLER                      PIC X(3).
           02  LINE5O                      PIC X(75).
           02  FILLER                      PIC X(3).
           02  MSGO                        PIC X(60).
