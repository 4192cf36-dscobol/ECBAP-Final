      ***********************************************************
      * Copybook name: REBAGR
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier volume-rebate
      *    agreement.
      *
      *    Kept by finance on ../data/rebate-agreements.dat.txt,
      *    one record per agreement; read by REBACCR.  Up to five
      *    spend tiers in ascending order, each the USD spend in
      *    the period at which the tier starts and the rebate
      *    percent it pays.  A tier after the first with a zero
      *    start is unused.  The percent of the highest tier
      *    reached is paid on all qualifying spend in the period.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-21 dastagg       Created for volume rebates
      *
      **********************************************************
       01  :tag:-REBATE-AGREEMENT.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-AGREEMENT-ID        PIC X(08) VALUE SPACES.
           05  :tag:-PERIOD-START        PIC 9(08) VALUE ZERO.
           05  :tag:-PERIOD-END          PIC 9(08) VALUE ZERO.
           05  :tag:-TIER                OCCURS 5 TIMES.
               10  :tag:-TIER-FROM-SPEND PIC 9(11)V99.
               10  :tag:-TIER-PCT        PIC 9(02)V99.
