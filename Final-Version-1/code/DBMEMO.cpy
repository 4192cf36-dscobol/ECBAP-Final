      ***********************************************************
      * Copybook name: DBMEMO
      * Original author: David Stagowski
      *
      * Description: A copybook for the supplier debit-memo file
      *    DEBITGEN writes for AP to load.
      *
      *    Each memo is an 'H' header (supplier, date, line
      *    count), its 'D' lines, and one 'T' total per currency
      *    on the memo -- currencies are never added together.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-13 dastagg       Created for supplier debit memos
      *
      **********************************************************
       01  :tag:-MEMO-REC.
           05  :tag:-REC-TYPE            PIC X(01).
               88  :tag:-MEMO-HEADER            VALUE 'H'.
               88  :tag:-MEMO-DETAIL            VALUE 'D'.
               88  :tag:-MEMO-TOTAL             VALUE 'T'.
           05  :tag:-MEMO-NUMBER         PIC X(08).
           05  :tag:-MEMO-BODY           PIC X(91).
           05  :tag:-HDR-BODY REDEFINES :tag:-MEMO-BODY.
               10  :tag:-HDR-SUPPLIER    PIC X(10).
               10  :tag:-HDR-MEMO-DATE   PIC 9(08).
               10  :tag:-HDR-LINE-CNT    PIC 9(04).
               10  FILLER                PIC X(69).
           05  :tag:-DTL-BODY REDEFINES :tag:-MEMO-BODY.
               10  :tag:-DTL-SOURCE-TYPE PIC X(01).
               10  :tag:-DTL-PO-NUMBER   PIC X(06).
               10  :tag:-DTL-SOURCE-REF  PIC X(15).
               10  :tag:-DTL-PART-NUMBER PIC X(23).
               10  :tag:-DTL-QUANTITY    PIC 9(07).
               10  :tag:-DTL-UNIT-AMOUNT PIC 9(07)V99.
               10  :tag:-DTL-CURRENCY    PIC X(03).
               10  :tag:-DTL-VALUE       PIC 9(11)V99.
               10  FILLER                PIC X(14).
           05  :tag:-TRL-BODY REDEFINES :tag:-MEMO-BODY.
               10  :tag:-TRL-CURRENCY    PIC X(03).
               10  :tag:-TRL-TOTAL       PIC 9(13)V99.
               10  FILLER                PIC X(73).
