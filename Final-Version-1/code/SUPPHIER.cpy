      ***********************************************************
      * Copybook name: SUPPHIER
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier-to-parent
      *    relationship in the corporate supplier hierarchy.
      *
      *    One record per SUPPLIER-CODE per relationship period
      *    on ../data/supplier-hierarchy.dat.txt -- a plant sold
      *    from one corporation to another carries one row for
      *    each owner, and the periods never overlap.  An
      *    END-DATE of zeros means the relationship is current.
      *
      *    PARENT-CODE is the supplier's immediate parent;
      *    ULTIMATE-PARENT is the top of the chain on the row's
      *    EFFECTIVE-DATE, derived by SUPHRMNT.  A code with no
      *    row covering a date is its own ultimate parent.
      *    Maintained through SUPHRMNT (review, then PROMOTE
      *    pair SUPPHIER); read by CORPROLL for the corporate
      *    rollup report.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          parent-company hierarchy
      *
      **********************************************************
       01  :tag:-SUPP-HIER-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PARENT-CODE         PIC X(10) VALUE SPACES.
           05  :tag:-ULTIMATE-PARENT     PIC X(10) VALUE SPACES.
           05  :tag:-RELATIONSHIP        PIC X(02) VALUE SPACES.
                88 :tag:-REL-DIVISION     VALUE 'DV'.
                88 :tag:-REL-PLANT        VALUE 'PL'.
                88 :tag:-REL-SUBSIDIARY   VALUE 'SB'.
                88 :tag:-REL-AFFILIATE    VALUE 'AF'.
                88 :tag:-REL-VALID        VALUE 'DV' 'PL' 'SB' 'AF'.
           05  :tag:-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
           05  :tag:-END-DATE            PIC 9(08) VALUE ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
