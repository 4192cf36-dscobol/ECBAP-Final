      ***********************************************************
      * Copybook name: KPIHIST
      * Original author: David Stagowski
      *
      * Description: A copybook for one row of the daily
      *    operations KPI history (../data/kpi-history.dat.txt).
      *
      *    KPISNAP appends one row per KPI per business date:
      *    the value measured, the value on the latest earlier
      *    business date, the average over the 30 calendar days
      *    ending on this one, and the threshold the value was
      *    tested against.  Values carry two implied decimals --
      *    counts are whole, the reject rate is a percentage.
      *
      *    SOURCE-MISSING marks a KPI whose source file was not
      *    there to measure; its zero value is left out of later
      *    averages and prior-day comparisons.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-12 dastagg       Created for the daily KPI
      *                          snapshot
      *
      **********************************************************
       01  :tag:-KPI-HIST.
           05  :tag:-BUSINESS-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-KPI-ID               PIC X(08) VALUE SPACES.
           05  :tag:-KPI-VALUE            PIC 9(07)V99 VALUE ZERO.
           05  :tag:-PRIOR-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-PRIOR-VALUE          PIC 9(07)V99 VALUE ZERO.
           05  :tag:-AVG-30-VALUE         PIC 9(07)V99 VALUE ZERO.
           05  :tag:-AVG-30-DAYS          PIC 9(03) VALUE ZERO.
           05  :tag:-THRESHOLD            PIC 9(07)V99 VALUE ZERO.
           05  :tag:-BREACH-FLAG          PIC X(01) VALUE SPACES.
               88 :tag:-BREACHED           VALUE 'B'.
           05  :tag:-SOURCE-FLAG          PIC X(01) VALUE SPACES.
               88 :tag:-SOURCE-MISSING     VALUE 'M'.
           05  FILLER                     PIC X(16) VALUE SPACES.
