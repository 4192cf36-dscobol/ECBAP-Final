      ***********************************************************
      * Copybook name: INVREG
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed supplier-invoice
      *    register -- one record per supplier invoice number
      *    taken into the AP invoice file from an 810, so a
      *    resent or duplicated invoice is caught on any later
      *    run, not just within one file.
      *
      *    Written by EDI810IN.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-15 dastagg       Created for 810 invoice intake
      *
      **********************************************************
       01  :tag:-INV-REG-REC.
           05  :tag:-INV-KEY.
               10  :tag:-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
               10  :tag:-INVOICE-NUMBER  PIC X(10) VALUE SPACES.
           05  :tag:-INVOICE-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-INTERCHANGE-CTL     PIC X(09) VALUE SPACES.
           05  :tag:-RECEIVED-DATE       PIC 9(08) VALUE ZERO.
