      ***********************************************************
      * Copybook name: RFQQUO
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier's quote on one
      *    quantity break of an RFQ.
      *
      *    Each supplier's response is keyed in (or loaded) one
      *    record per break onto ../data/rfq-quotes.dat.txt; read
      *    by RFQCOMP to rank and by RFQAWARD to stage the
      *    awarded price.  LEAD-WEEKS is the lead time the
      *    supplier quotes from order to delivery.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ issuance
      *
      **********************************************************
       01  :tag:-RFQ-QUOTE-REC.
           05  :tag:-RFQ-NUMBER          PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-BREAK-QTY           PIC 9(07) VALUE ZERO.
           05  :tag:-UNIT-PRICE          PIC 9(07)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  :tag:-LEAD-WEEKS          PIC 9(03) VALUE ZERO.
           05  :tag:-VALID-TO-DATE       PIC 9(08) VALUE ZERO.
