      ***********************************************************
      * Copybook name: PARTCNTR
      * Original author: David Stagowski
      *
      * Description: A copybook for the returnable container a
      *    part ships in.
      *
      *    One record per PART-NUMBER on
      *    ../data/part-container.dat.txt: the company-owned rack
      *    or tote type the part travels in, how many pieces fill
      *    one, and what one container is worth (USD).  Every row
      *    for a container type carries the same value.
      *    Maintained through CNTRMNT (review, then PROMOTE pair
      *    PARTCNTR).  RECMATCH turns receipts into containers
      *    received full; CNTRPOST checks container types against
      *    it; CNTRSTMT values balances and sizes what open POs
      *    justify.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for returnable container
      *                          tracking
      *
      **********************************************************
       01  :tag:-PART-CNTR-REC.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-CONTAINER-TYPE      PIC X(06) VALUE SPACES.
           05  :tag:-PIECES-PER-CNTR     PIC 9(05) VALUE ZERO.
           05  :tag:-CNTR-UNIT-VALUE     PIC 9(05)V99 VALUE ZERO.
           05  FILLER                    PIC X(09) VALUE SPACES.
