      ***********************************************************
      * Copybook name: PPVEXT
      * Original author: David Stagowski
      *
      * Description: A copybook for one line of the purchase
      *    price variance extract finance posts.
      *
      *    Written by PPVRPT, one record per GL distribution line
      *    of each PO ordered in the fiscal period.  Standard and
      *    actual unit cost are USD; the variance is (actual -
      *    standard) x quantity, so a positive variance is
      *    unfavourable.  Each line carries its percent's share
      *    of the PO's variance (the last line takes any rounding
      *    remainder), charged to that line's account and cost
      *    center; a PO with no coding is one line at 100 percent
      *    with the account left blank.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-22 dastagg       Created for standard cost / PPV
      * 2026-10-13 dastagg       GL account, cost center and
      *                          percent -- one line per PO
      *                          distribution line.
      *
      **********************************************************
       01  :tag:-PPV-EXTRACT-REC.
           05  :tag:-PERIOD-ID           PIC X(06) VALUE SPACES.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-BUYER-CODE          PIC X(03) VALUE SPACES.
           05  :tag:-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
           05  :tag:-QUANTITY            PIC 9(08) VALUE ZERO.
           05  :tag:-STD-UNIT-COST       PIC 9(07)V99 VALUE ZERO.
           05  :tag:-ACT-UNIT-COST-USD   PIC 9(07)V99 VALUE ZERO.
           05  :tag:-PPV-USD             PIC S9(13)V99 VALUE ZERO.
           05  :tag:-GL-ACCOUNT          PIC X(10) VALUE SPACES.
           05  :tag:-COST-CENTER         PIC X(06) VALUE SPACES.
           05  :tag:-DIST-PERCENT        PIC 9(03)V99 VALUE ZERO.
