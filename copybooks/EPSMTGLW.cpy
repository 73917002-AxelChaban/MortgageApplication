      *    EPSMTGLW  -  GENERAL LEDGER WORK RECORD LAYOUT              *
      *    ONE RECORD PER MONEY MOVEMENT, APPENDED TO THE GLWORK       *
      *    FILE BY THE PROGRAMS THAT MOVE MONEY (DBBPOST, DBBRPST,     *
      *    DBBPAYF, DBBESCR, DBBDLQU, DBBNSF, DBBMOD).  THE END-OF-DAY *
      *    DBBGLJR STEP TURNS EACH MOVEMENT INTO A BALANCED            *
      *    DEBIT/CREDIT JOURNAL PAIR AND EMPTIES THE FILE FOR THE NEXT *
      *    DAY.                                                        *
      ******************************************************************
           05  GW-SOURCE                  PIC X(8).
           05  GW-POST-DATE               PIC 9(8).
               88  GW-CAT-ESCROW-DISBURSED        VALUE 'D'.
               88  GW-CAT-FEE-ASSESSED            VALUE 'F'.
               88  GW-CAT-FEE-COLLECTED           VALUE 'C'.
               88  GW-CAT-NSF-FEE-ASSESSED        VALUE 'N'.
               88  GW-CAT-CURTAILMENT             VALUE 'T'.
               88  GW-CAT-CAP-INTEREST            VALUE 'K'.
               88  GW-CAT-CAP-FEES                VALUE 'L'.
           05  GW-AMOUNT                  PIC 9(9)V99.
      *    A REVERSAL BACKS OUT AN EARLIER MOVEMENT OF THE SAME
      *    CATEGORY (A RETURNED CHECK) - DBBGLJR JOURNALS IT WITH THE
      *    CATEGORY'S DEBIT AND CREDIT ACCOUNTS SWAPPED.
           05  GW-ENTRY-TYPE              PIC X(1).
               88  GW-ENTRY-NORMAL                VALUE ' '.
               88  GW-ENTRY-REVERSAL              VALUE 'R'.
           05  FILLER                     PIC X(9).
