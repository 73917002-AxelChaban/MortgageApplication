      *    THE CO-BORROWER FIELDS (TB-, SAME SHAPE AS EPSMTCB2) WORK   *
      *    THE SAME WAY - A KEYED CO-BORROWER LAST NAME WRITES OR      *
      *    UPDATES THE CO-BORROWER RECORD, BLANK LEAVES IT ALONE.      *
      *    THE MAKER/CHECKER USER IDS CARRY WHO KEYED THE TRANSACTION  *
      *    ON DBBM AND, FOR A CHANGE HELD FOR APPROVAL, WHO APPROVED   *
      *    IT ON DBBV - DBBMAINT PUTS BOTH ON ITS AUDIT RECORDS.       *
      *    BLANK ON A TRANSACTION KEYED THROUGH THE BATCH FILE.        *
      ******************************************************************
           05  TR-TRANSACTION-CODE        PIC X(1).
               88  TR-ADD                         VALUE 'A'.
           COPY EPSMTLNM REPLACING LEADING ==LM-== BY ==TL-==.
           COPY EPSMTPRP REPLACING LEADING ==PR-== BY ==TP-==.
           COPY EPSMTCB2 REPLACING LEADING ==CB-== BY ==TB-==.
           05  TR-MAKER-USER-ID           PIC X(8).
           05  TR-CHECKER-USER-ID         PIC X(8).
