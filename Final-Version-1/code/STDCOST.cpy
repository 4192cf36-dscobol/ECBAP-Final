      ***********************************************************
      * Copybook name: STDCOST
      * Original author: David Stagowski
      *
      * Description: A copybook for the standard-cost master --
      *    finance's standard unit cost for a part, in USD, from
      *    the fiscal year it takes effect.
      *
      *    One record per PART-NUMBER and effective fiscal year on
      *    ../data/standard-cost.dat.txt.  A standard holds until
      *    a later year's row supersedes it.  Maintained through
      *    STDMAINT (review, then PROMOTE pair STDCOST); read by
      *    PPVRPT.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-22 dastagg       Created for standard cost / PPV
      *
      **********************************************************
       01  :tag:-STD-COST-REC.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-FISCAL-YEAR         PIC 9(04) VALUE ZERO.
           05  :tag:-STD-UNIT-COST       PIC 9(07)V99 VALUE ZERO.
