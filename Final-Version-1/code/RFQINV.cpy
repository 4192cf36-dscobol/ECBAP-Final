      ***********************************************************
      * Copybook name: RFQINV
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier invited to quote
      *    on an RFQ.
      *
      *    Written by RFQISSUE (every PSAPXREF source for the
      *    part plus the suppliers the buyer adds); read by
      *    RFQCOMP to tell invited quotes from unsolicited ones
      *    and to list the suppliers that never answered.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ issuance
      *
      **********************************************************
       01  :tag:-RFQ-INV-REC.
           05  :tag:-RFQ-NUMBER          PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-ISSUE-DATE          PIC 9(08) VALUE ZERO.
           05  :tag:-INVITE-SOURCE       PIC X(01) VALUE SPACES.
                88 :tag:-FROM-XREF        VALUE 'X'.
                88 :tag:-FROM-BUYER       VALUE 'B'.
