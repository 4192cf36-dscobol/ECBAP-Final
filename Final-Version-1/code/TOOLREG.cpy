      ***********************************************************
      * Copybook name: TOOLREG
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed customer-owned
      *    tooling register -- one record per die, mold or
      *    fixture we own that sits at a supplier's plant, keyed
      *    on TOOL-TAG with the holding SUPPLIER-CODE as a
      *    duplicates-allowed alternate key.
      *
      *    Maintained only by TOOLMNT.  TOOLRPT reports recall
      *    candidates and tools overdue for their annual
      *    physical verification.  LOC-ADDR-TYPE is the ADDROUT
      *    address type of the supplier site holding the tool;
      *    up to five PART-NUMBERs are made on it.  Dates not
      *    yet reached are zeros.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-26 dastagg       Created for the tooling register
      *
      **********************************************************
       01  :tag:-TOOL-REC.
           05  :tag:-TOOL-TAG            PIC X(10) VALUE SPACES.
           05  :tag:-TOOL-DESC           PIC X(30) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-LOC-ADDR-TYPE       PIC X(01) VALUE SPACES.
               88  :tag:-AT-ORDER-ADDRESS          VALUE '1'.
               88  :tag:-AT-SCHED-ADDRESS          VALUE '2'.
               88  :tag:-AT-REMIT-ADDRESS          VALUE '3'.
               88  :tag:-AT-BILL-ADDRESS           VALUE '4'.
           05  :tag:-ACQ-COST            PIC 9(09)V99 VALUE ZERO.
           05  :tag:-LAST-VERIFY-DATE    PIC 9(08) VALUE ZERO.
           05  :tag:-TOOL-STATUS         PIC X(01) VALUE SPACES.
               88  :tag:-TOOL-ACTIVE               VALUE 'A'.
               88  :tag:-TOOL-RECALL-REQ           VALUE 'R'.
               88  :tag:-TOOL-RETURNED             VALUE 'H'.
               88  :tag:-TOOL-SCRAPPED             VALUE 'S'.
               88  :tag:-TOOL-AT-SUPPLIER          VALUE 'A' 'R'.
           05  :tag:-PART-CNT            PIC 9(01) VALUE ZERO.
           05  :tag:-PART-NUMBER         PIC X(23) OCCURS 5 TIMES.
           05  FILLER                    PIC X(10) VALUE SPACES.
