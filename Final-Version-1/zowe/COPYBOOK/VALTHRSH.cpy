      *                          the run ends with condition code 4.
      * 2026-08-22 dastagg       Tolerance percentage against the
      *                          negotiated supplier catalog price.
      * 2026-09-23 dastagg       Cumulative spend-share cut-offs
      *                          for ABCSPEND's A and B classes.
      * 2026-09-25 dastagg       SCARGEN's reject count per
      *                          defect code in a period, and the
      *                          days a supplier has to respond.
      * 2026-09-28 dastagg       EOPEXPO's end-of-production
      *                          horizon in days.
      * 2026-10-15 dastagg       PRCCHG's price-change percentage
      *                          over which a second approver is
      *                          required.
      * 2026-10-15 dastagg       CNTRSTMT's percentage over the
      *                          containers open POs justify at
      *                          which a supplier's container
      *                          balance is flagged.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           05  VT-PRICE-DRIFT-PCT        PIC 9(03).
           05  VT-TIGHT-WLEAD-WARN       PIC 9(04).
           05  VT-CATALOG-TOL-PCT        PIC 9(03).
           05  VT-ABC-A-CUM-PCT          PIC 9(03).
           05  VT-ABC-B-CUM-PCT          PIC 9(03).
           05  VT-SCAR-REJECT-QTY        PIC 9(05).
           05  VT-SCAR-RESPONSE-DAYS     PIC 9(03).
           05  VT-EOP-HORIZON-DAYS       PIC 9(03).
           05  VT-PRICE-CHG-2ND-PCT      PIC 9(03).
           05  VT-CNTR-EXCESS-PCT        PIC 9(03).
