      ***********************************************************
      * Copybook name: ERSSET
      * Original author: David Stagowski
      *
      * Description: A copybook for the evaluated-receipt
      *    settlement (ERS) position -- one record per PO of an
      *    ERS supplier, carrying the accepted quantity already
      *    self-billed and paid through the approve-to-pay feed.
      *
      *    Rewritten by ERSSETL every run; read by RNIACCR, which
      *    treats the settled quantity as invoiced.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-14 dastagg       Created for pay-on-receipt
      *
      **********************************************************
       01  :tag:-ERS-SETTLED-REC.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-SETTLED-QTY         PIC 9(07) VALUE ZERO.
           05  :tag:-LAST-SETTLE-DATE    PIC 9(08) VALUE ZERO.
           05  :tag:-LAST-SETTLE-NUMBER  PIC X(08) VALUE SPACES.
