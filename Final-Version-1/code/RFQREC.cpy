      ***********************************************************
      * Copybook name: RFQREC
      * Original author: David Stagowski
      *
      * Description: A copybook for one request for quotation as
      *    the buyer raises it -- the part being sourced, up to
      *    four quantity breaks to be priced, and the date the
      *    quotes are due back.
      *
      *    Kept by the buyers on ../data/rfq.dat.txt; read by
      *    RFQISSUE, RFQCOMP and RFQAWARD.  Unused breaks are
      *    left zero.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ issuance
      *
      **********************************************************
       01  :tag:-RFQ-REC.
           05  :tag:-RFQ-NUMBER          PIC X(08) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-DUE-DATE            PIC 9(08) VALUE ZERO.
           05  :tag:-BUYER-CODE          PIC X(03) VALUE SPACES.
           05  :tag:-QTY-BREAK           PIC 9(07) OCCURS 4 TIMES.
