      ***********************************************************
      * Copybook name: CATHIST
      * Original author: David Stagowski
      *
      * Description: A copybook for one line of the permanent
      *    negotiated-catalog change history.
      *
      *    Appended to ../data/catalog-change-history.dat.txt by
      *    every program that stages a catalog row: PRCCHG for an
      *    approved price-change request the day it takes effect,
      *    RFQAWARD for an awarded quote.  OLD-PRICE is zero for a
      *    pairing new to the catalog.  SOURCE names the program,
      *    REFERENCE its request id or RFQ number; the approvers
      *    are blank where the source has none.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          price-change workflow
      *
      **********************************************************
       01  :tag:-CATALOG-CHANGE.
           05  :tag:-CHANGE-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-OLD-PRICE           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-NEW-PRICE           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  :tag:-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
           05  :tag:-SOURCE              PIC X(08) VALUE SPACES.
           05  :tag:-REFERENCE           PIC X(08) VALUE SPACES.
           05  :tag:-SUBMITTER           PIC X(08) VALUE SPACES.
           05  :tag:-FIRST-APPROVER      PIC X(08) VALUE SPACES.
           05  :tag:-SECOND-APPROVER     PIC X(08) VALUE SPACES.
