      ***********************************************************
      * Copybook name: PRCREQ
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier price-change
      *    request against the negotiated catalog.
      *
      *    One record per request on
      *    ../data/price-change-requests.dat.txt.  PRCCHG adds the
      *    row SUBMITTED with the catalog price it found, records
      *    each approval or rejection on it, and marks it APPLIED
      *    the run its EFFECTIVE-DATE arrives and the new price is
      *    staged into the catalog (review, then PROMOTE pairs
      *    PRCCHG and CATALOG).
      *
      *    SECOND-NEEDED is set at submission when the change
      *    against OLD-PRICE is over the second-approver
      *    tolerance, when there is no catalog price to measure it
      *    against, or when the price is not in US dollars; the
      *    first approval then only moves the request to
      *    FIRST-APPROVED.
      *
      *    DECIDED-BY and DECIDED-DATE are whoever completed the
      *    approval, or rejected the request, and when; the
      *    rejection reason is on that run's review report.
      *
      *    The catalog carries no currency -- CURRENCY-CODE is
      *    kept here, and on the change history, for the record.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          price-change workflow
      *
      **********************************************************
       01  :tag:-PRICE-REQUEST.
           05  :tag:-REQUEST-ID          PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-NEW-PRICE           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
           05  :tag:-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
           05  :tag:-JUSTIFICATION       PIC X(30) VALUE SPACES.
           05  :tag:-SUBMITTER           PIC X(08) VALUE SPACES.
           05  :tag:-SUBMIT-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-REQ-STATUS          PIC X(01) VALUE SPACES.
                88 :tag:-SUBMITTED        VALUE 'S'.
                88 :tag:-FIRST-APPROVED   VALUE '1'.
                88 :tag:-APPROVED         VALUE 'A'.
                88 :tag:-APPLIED          VALUE 'L'.
                88 :tag:-REJECTED         VALUE 'R'.
                88 :tag:-AWAITING-APPROVAL VALUE 'S' '1'.
                88 :tag:-OPEN-REQUEST     VALUE 'S' '1' 'A'.
           05  :tag:-SECOND-NEEDED       PIC X(01) VALUE 'N'.
                88 :tag:-SECOND-REQUIRED  VALUE 'Y'.
           05  :tag:-OLD-PRICE           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-FIRST-APPROVER      PIC X(08) VALUE SPACES.
           05  :tag:-SECOND-APPROVER     PIC X(08) VALUE SPACES.
           05  :tag:-DECIDED-BY          PIC X(08) VALUE SPACES.
           05  :tag:-DECIDED-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-APPLIED-DATE        PIC 9(08) VALUE ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
