      ***********************************************************
      * Copybook name: WARRALOC
      * Original author: David Stagowski
      *
      * Description: A copybook for one warranty claim allocated
      *    to the supplier responsible for it.
      *
      *    WARRMTCH writes one per claim it could allocate, both
      *    to the pending file ../data/warranty-alloc.dat.txt and
      *    to the keyed warranty claim log (WARRLOG, keyed on
      *    CLAIM-NUMBER) -- a claim already on the log is never
      *    allocated twice.  WARRPKG gathers the pending claims
      *    into one recovery package per supplier per quarter and
      *    stamps PACKAGE-DATE on the log.
      *
      *    MATCHED-BY: 'L' through the lot history, 'X' through
      *    PSAPXREF.  RECOVERY-QTR is the calendar quarter the
      *    claim was allocated in, YYYYQn.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for warranty cost
      *                          recovery
      *
      **********************************************************
       01  :tag:-WARRANTY-ALLOC.
           05  :tag:-CLAIM-NUMBER        PIC X(12) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
           05  :tag:-VEHICLE-MODEL       PIC X(10) VALUE SPACES.
           05  :tag:-VEHICLE-YEAR        PIC X(04) VALUE '0000'.
           05  :tag:-FAILURE-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-LOT-NUMBER          PIC X(15) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-MATCHED-BY          PIC X(01) VALUE SPACES.
                88 :tag:-MATCHED-BY-LOT   VALUE 'L'.
                88 :tag:-MATCHED-BY-XREF  VALUE 'X'.
           05  :tag:-AGREEMENT-ID        PIC X(08) VALUE SPACES.
           05  :tag:-LABOR-COST          PIC 9(07)V99 VALUE ZERO.
           05  :tag:-PART-COST           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-RECOVERY-AMOUNT     PIC 9(07)V99 VALUE ZERO.
           05  :tag:-ALLOC-DATE          PIC 9(08) VALUE ZERO.
           05  :tag:-RECOVERY-QTR        PIC X(06) VALUE SPACES.
           05  :tag:-PACKAGE-DATE        PIC 9(08) VALUE ZERO.
