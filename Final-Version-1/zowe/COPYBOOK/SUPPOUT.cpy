      *                          zero means no terms on file,
      *                          the same as every record before
      *                          the fields existed.
      * 2026-10-04 dastagg       Tax identification carried per
      *                          supplier -- TIN, TIN type, 1099
      *                          reportable flag and box, W-9
      *                          on-file date (zeros = none).
      *
      **********************************************************
       01 :tag:-SUPPLIERS.
           05  :tag:-TERMS-NET-DAYS    PIC 9(03) VALUE ZERO.
           05  :tag:-TERMS-DISC-PCT    PIC 9(02)V99 VALUE ZERO.
           05  :tag:-TERMS-DISC-DAYS   PIC 9(03) VALUE ZERO.
           05  :tag:-SUPPLIER-TIN      PIC X(09) VALUE SPACES.
           05  :tag:-TIN-TYPE          PIC X(01) VALUE SPACES.
                88 :tag:-TIN-IS-EIN      VALUE 'E'.
                88 :tag:-TIN-IS-SSN      VALUE 'S'.
           05  :tag:-1099-FLAG         PIC X(01) VALUE SPACES.
                88 :tag:-1099-REPORTABLE VALUE 'Y'.
           05  :tag:-1099-BOX          PIC X(02) VALUE SPACES.
           05  :tag:-W9-DATE           PIC 9(08) VALUE ZERO.
