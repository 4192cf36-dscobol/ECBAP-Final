      ***********************************************************
      * Copybook name: DEBITLOG
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed debit-memo log --
      *    one record per charge-back line that has gone on a
      *    memo, keyed the same as the DEBITSRC line it came from.
      *
      *    Written by DEBITGEN; a line whose key is already here
      *    has been charged and is not charged again.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-13 dastagg       Created for supplier debit memos
      *
      **********************************************************
       01  :tag:-DEBIT-LOG-REC.
           05  :tag:-DEBIT-KEY.
               10  :tag:-SOURCE-TYPE     PIC X(01) VALUE SPACES.
               10  :tag:-PO-NUMBER       PIC X(06) VALUE SPACES.
               10  :tag:-SOURCE-REF      PIC X(15) VALUE SPACES.
           05  :tag:-MEMO-NUMBER         PIC X(08) VALUE SPACES.
           05  :tag:-MEMO-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  :tag:-DEBIT-VALUE         PIC 9(11)V99 VALUE ZERO.
