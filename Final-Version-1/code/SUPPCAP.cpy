      ***********************************************************
      * Copybook name: SUPPCAP
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier capacity
      *    declaration -- how much of a part, or a family of
      *    parts, the supplier says it can ship us in a week.
      *
      *    Kept by purchasing on ../data/supplier-capacity.dat.txt
      *    from the suppliers' own declarations; read by CAPLDRPT
      *    and POCALL.  FAMILY-LEN zero means PART-KEY is a single
      *    PART-NUMBER; otherwise the row covers every part whose
      *    first FAMILY-LEN characters match PART-KEY.  A part's
      *    own row wins over a family row.  WEEKLY-CAPACITY is in
      *    the part's UNIT-OF-MEASURE.  An EFF-TO-DATE of zeros
      *    means open-ended.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-29 dastagg       Created for supplier capacity
      *
      **********************************************************
       01  :tag:-CAP-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-KEY            PIC X(23) VALUE SPACES.
           05  :tag:-FAMILY-LEN          PIC 9(02) VALUE ZERO.
           05  :tag:-WEEKLY-CAPACITY     PIC 9(07) VALUE ZERO.
           05  :tag:-UNIT-OF-MEASURE     PIC X(03) VALUE SPACES.
           05  :tag:-EFF-FROM-DATE       PIC 9(08) VALUE ZERO.
           05  :tag:-EFF-TO-DATE         PIC 9(08) VALUE ZERO.
