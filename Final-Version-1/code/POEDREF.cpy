      ***********************************************************
      * Copybook name: POEDREF
      * Original author: David Stagowski
      *
      * Description: A copybook for one row of the keyed PO
      *    edit-reference cluster the online PO entry (POENTRY)
      *    edits against.
      *
      *    POCALL loads its edit tables from flat parameter files
      *    a CICS region cannot read; PSAPRBLD copies the same
      *    files into this one cluster, keyed by row type and
      *    the key POCALL would search its table on:
      *      BY  buyer code                 single-PO limit
      *      CU  currency code              currency name
      *      CT  part + supplier            catalog price
      *      OR  part + unit of measure     minimum, multiple
      *      HO  holiday date               (no data)
      *      FP  period end date            period, start date
      *      BU  buyer + fiscal period      budget, committed
      *      SV  check id                   severity class
      *      TH  (blank)                    validation thresholds
      *      NO  (blank)                    next online PO number
      *      UI  user id                    the user's buyer code
      *    The FP rows are keyed on the END date so a GTEQ browse
      *    from the business date lands on the period holding it.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-09 dastagg       Created for online PO entry
      * 2026-10-10 dastagg       UI rows from the identity cross-
      *                          reference for the approvals inbox
      *
      **********************************************************
       01  :tag:-EDIT-REF.
           05  :tag:-REF-KEY.
               10  :tag:-REF-TYPE         PIC X(02) VALUE SPACES.
                   88 :tag:-REF-BUYER      VALUE 'BY'.
                   88 :tag:-REF-CURRENCY   VALUE 'CU'.
                   88 :tag:-REF-CATALOG    VALUE 'CT'.
                   88 :tag:-REF-ORDER-RULE VALUE 'OR'.
                   88 :tag:-REF-HOLIDAY    VALUE 'HO'.
                   88 :tag:-REF-PERIOD     VALUE 'FP'.
                   88 :tag:-REF-BUDGET     VALUE 'BU'.
                   88 :tag:-REF-SEVERITY   VALUE 'SV'.
                   88 :tag:-REF-THRESHOLD  VALUE 'TH'.
                   88 :tag:-REF-PO-COUNTER VALUE 'NO'.
                   88 :tag:-REF-IDENTITY   VALUE 'UI'.
               10  :tag:-REF-ID           PIC X(40) VALUE SPACES.
           05  :tag:-REF-DATA             PIC X(60) VALUE SPACES.
           05  :tag:-BUYER-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-BUYER-LIMIT      PIC 9(09).
               10  :tag:-BUYER-NAME       PIC X(20).
               10  FILLER                 PIC X(31).
           05  :tag:-CURRENCY-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-CURRENCY-NAME    PIC X(20).
               10  FILLER                 PIC X(40).
           05  :tag:-CATALOG-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-CATALOG-PRICE    PIC 9(07)V99.
               10  FILLER                 PIC X(51).
           05  :tag:-ORDER-RULE-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-RULE-MIN-QTY     PIC 9(07).
               10  :tag:-RULE-MULTIPLE    PIC 9(07).
               10  FILLER                 PIC X(46).
           05  :tag:-PERIOD-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-PERIOD-ID        PIC X(06).
               10  :tag:-PERIOD-START     PIC 9(08).
               10  FILLER                 PIC X(46).
           05  :tag:-BUDGET-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-BUDGET-AMOUNT    PIC 9(13)V99.
               10  :tag:-BUDGET-COMMITTED PIC 9(13)V99.
               10  FILLER                 PIC X(30).
           05  :tag:-SEVERITY-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-SEVERITY-CLASS   PIC X(01).
               10  FILLER                 PIC X(59).
           05  :tag:-THRESHOLD-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-TH-UNIT-PRICE-LOW
                                          PIC 9(07)V99.
               10  :tag:-TH-UNIT-PRICE-HIGH
                                          PIC 9(07)V99.
               10  :tag:-TH-ORDER-VALUE-HIGH
                                          PIC 9(09)V99.
               10  :tag:-TH-CATALOG-TOL-PCT
                                          PIC 9(03).
               10  FILLER                 PIC X(28).
           05  :tag:-COUNTER-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-NEXT-PO-SEQ      PIC 9(05).
               10  FILLER                 PIC X(55).
           05  :tag:-IDENTITY-DATA REDEFINES :tag:-REF-DATA.
               10  :tag:-UI-BUYER-CODE    PIC X(03).
               10  FILLER                 PIC X(57).
