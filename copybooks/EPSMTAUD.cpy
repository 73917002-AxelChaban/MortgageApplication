      ******************************************************************
      *    EPSMTAUD  -  MASTER FILE CHANGE AUDIT RECORD LAYOUT         *
      *    ONE RECORD PER FIELD CHANGED (OR PER ADD/DELETE), WRITTEN   *
      *    TO THE AUDIT FILE BY THE BATCH RUNS DBBMAINT, DBBRATE,      *
      *    DBBDLQU, DBBCOLL, DBBMOD, DBBNSF, DBBPAYF, DBBRCST, DBBBORD *
      *    AND DBBPMI, AND QUEUED ON AUDQ BY THE ONLINE TRANSACTIONS   *
      *    DBBACH, DBBCOL, DBBHLD, DBBTLR AND DBBAPV (DBBDAILY APPENDS *
      *    THE QUEUE TO THE AUDIT FILE).  THE KEY COLUMN               *
      *    (AU-CUSTOMER-NUMBER) CARRIES THE CUSTOMER                   *
      *    NUMBER ON A CUSTOMER-LEVEL RECORD AND THE LOAN NUMBER ON    *
      *    A LOAN-LEVEL RECORD - THE FIELD NAME COLUMN SAYS WHICH      *
      *    MASTER CHANGED.                                             *
      *    AU-APPROVER-USER-ID IS THE SECOND USER WHO APPROVED A DBBM  *
      *    CHANGE HELD FOR DUAL CONTROL (SPACES OTHERWISE);            *
      *    AU-USER-ID IS THEN THE USER WHO KEYED IT.                   *
      ******************************************************************
           05  AU-TIMESTAMP               PIC 9(14).
           05  AU-JOB-ID                   PIC X(8).
           05  AU-FIELD-NAME               PIC X(20).
           05  AU-OLD-VALUE                PIC X(30).
           05  AU-NEW-VALUE                PIC X(30).
           05  AU-APPROVER-USER-ID         PIC X(8).
           05  FILLER                      PIC X(2).
