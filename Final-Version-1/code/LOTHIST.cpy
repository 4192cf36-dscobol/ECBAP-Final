      ***********************************************************
      * Copybook name: LOTHIST
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed lot history -- one
      *    record per supplier lot received on a PO on a day, so
      *    a bad lot can be traced back to the receipts, POs and
      *    parts it touched.
      *
      *    Written by RECMATCH from the lot number on the receipts
      *    file; inspection rejects against the lot are added to
      *    QTY-REJECTED.  Read by the LOTINQ containment inquiry,
      *    by lot (primary key) or by supplier (alternate key).
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-11 dastagg       Created for lot traceability
      *
      **********************************************************
       01  :tag:-LOT-HIST-REC.
           05  :tag:-LOT-KEY.
               10  :tag:-LOT-NUMBER      PIC X(15) VALUE SPACES.
               10  :tag:-PO-NUMBER       PIC X(06) VALUE SPACES.
               10  :tag:-RECEIPT-DATE    PIC X(08) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-QTY-RECEIVED        PIC 9(07) VALUE ZERO.
           05  :tag:-QTY-REJECTED        PIC 9(07) VALUE ZERO.
