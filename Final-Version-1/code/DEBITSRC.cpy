      ***********************************************************
      * Copybook name: DEBITSRC
      * Original author: David Stagowski
      *
      * Description: A copybook for one charge-back line waiting
      *    to go on a supplier debit memo.
      *
      *    RETURNS appends one per applied return, valued at the
      *    PO UNIT-PRICE; APMATCH appends one per over-billed
      *    invoice, valued at the price difference; WARRPKG
      *    appends one per warranty recovery package.  DEBITGEN
      *    gathers them into memos.  DEBIT-KEY is what the debit
      *    log is keyed on -- the same return or invoice can't be
      *    charged back twice.
      *
      *    SOURCE-REF: return date(8) + reason(3) for a return,
      *    the invoice number for a price line, the supplier code
      *    for a warranty package -- whose PO-NUMBER carries the
      *    package quarter, YYYYQn.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-13 dastagg       Created for supplier debit memos
      * 2026-10-15 dastagg       Warranty recovery package lines.
      *
      **********************************************************
       01  :tag:-DEBIT-SOURCE.
           05  :tag:-DEBIT-KEY.
               10  :tag:-SOURCE-TYPE     PIC X(01) VALUE SPACES.
                   88  :tag:-RETURN-LINE        VALUE 'R'.
                   88  :tag:-PRICE-LINE         VALUE 'P'.
                   88  :tag:-WARRANTY-LINE      VALUE 'W'.
               10  :tag:-PO-NUMBER       PIC X(06) VALUE SPACES.
               10  :tag:-SOURCE-REF      PIC X(15) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SOURCE-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-REASON-CODE         PIC X(03) VALUE SPACES.
           05  :tag:-QUANTITY            PIC 9(07) VALUE ZERO.
           05  :tag:-UNIT-AMOUNT         PIC 9(07)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  :tag:-DEBIT-VALUE         PIC 9(11)V99 VALUE ZERO.
