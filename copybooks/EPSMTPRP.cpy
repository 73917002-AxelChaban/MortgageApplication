      *    SHOWN ON THE DBBR SCREEN, CHECKED BY DBBESCR BEFORE A       *
      *    DISBURSEMENT PAYS (TAX BILL TO THE RECORDED AUTHORITY,      *
      *    INSURANCE BILL TO THE RECORDED CARRIER), AND SWEPT BY THE   *
      *    MONTHLY DBBPOLX LAPSE REPORT.  THE ORIGINAL APPRAISED       *
      *    VALUE IS READ BY THE MONTHLY DBBPMI MORTGAGE INSURANCE RUN. *
      ******************************************************************
           05  PR-LOAN-NUMBER             PIC X(10).
           05  PR-PROPERTY-ADDRESS.
           05  PR-INSURANCE-CARRIER       PIC X(30).
           05  PR-POLICY-NUMBER           PIC X(15).
           05  PR-POLICY-EXPIRE-DATE      PIC 9(8).
      *    APPRAISED VALUE AT ORIGINATION - THE VALUE THE MONTHLY
      *    DBBPMI RUN MEASURES THE MORTGAGE INSURANCE 78%/80%
      *    THRESHOLDS AGAINST.  ZERO WHEN NOT KEYED.
           05  PR-ORIGINAL-VALUE          PIC 9(8)V99.
