      ******************************************************************
      *    BNK1ADM  -  SYMBOLIC MAP FOR MAP BNK1A, MAPSET BNK1A        *
      *    AUTODRAFT ENROLLMENT MAINTENANCE SCREEN - GENERATED FROM    *
      *    BMS MAPSET BNK1A.  THE REP KEYS A LOAN NUMBER TO SHOW THE   *
      *    LOAN'S ENROLLMENT; KEYING THE BANK ROUTING AND ACCOUNT      *
      *    NUMBERS, ACCOUNT TYPE, DRAFT DAY OR STATUS ENROLLS THE      *
      *    LOAN OR CHANGES ITS ENROLLMENT.                             *
      ******************************************************************
       01  BNK1AI.
           02  FILLER                      PIC X(12).
           02  LOANNOL                     COMP PIC S9(4).
           02  LOANNOF                     PIC X.
           02  FILLER REDEFINES LOANNOF.
               03  LOANNOA                 PIC X.
           02  LOANNOI                     PIC X(10).
           02  ROUTEL                      COMP PIC S9(4).
           02  ROUTEF                      PIC X.
           02  FILLER REDEFINES ROUTEF.
               03  ROUTEA                  PIC X.
           02  ROUTEI                      PIC X(9).
           02  ACCTNOL                     COMP PIC S9(4).
           02  ACCTNOF                     PIC X.
           02  FILLER REDEFINES ACCTNOF.
               03  ACCTNOA                 PIC X.
           02  ACCTNOI                     PIC X(17).
           02  ACCTTYPL                    COMP PIC S9(4).
           02  ACCTTYPF                    PIC X.
           02  FILLER REDEFINES ACCTTYPF.
               03  ACCTTYPA                PIC X.
           02  ACCTTYPI                    PIC X(1).
           02  DRAFTDYL                    COMP PIC S9(4).
           02  DRAFTDYF                    PIC X.
           02  FILLER REDEFINES DRAFTDYF.
               03  DRAFTDYA                PIC X.
           02  DRAFTDYI                    PIC X(2).
           02  ENRSTATL                    COMP PIC S9(4).
           02  ENRSTATF                    PIC X.
           02  FILLER REDEFINES ENRSTATF.
               03  ENRSTATA                PIC X.
           02  ENRSTATI                    PIC X(1).
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
       01  BNK1AO REDEFINES BNK1AI.
           02  FILLER                      PIC X(12).
           02  FILLER                      PIC X(3).
           02  LOANNOO                     PIC X(10).
           02  FILLER                      PIC X(3).
           02  ROUTEO                      PIC X(9).
           02  FILLER                      PIC X(3).
           02  ACCTNOO                     PIC X(17).
           02  FILLER                      PIC X(3).
           02  ACCTTYPO                    PIC X(1).
           02  FILLER                      PIC X(3).
           02  DRAFTDYO                    PIC X(2).
           02  FILLER                      PIC X(3).
           02  ENRSTATO                    PIC X(1).
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
