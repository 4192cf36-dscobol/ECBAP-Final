      ***********************************************************
      * Copybook name: CNTRMOVE
      * Original author: David Stagowski
      *
      * Description: A copybook for the pending container
      *    movement -- returnable containers going to or coming
      *    back from a supplier, waiting for CNTRPOST to post
      *    them to the supplier's container balance.
      *
      *    The shipping dock appends empties shipped to a
      *    supplier ('S') and containers scrapped ('X'); RECMATCH
      *    appends the containers each receipt came in ('R'),
      *    from the part's pack quantity.  CNTRPOST posts them and
      *    clears the pending file.  The quantity is always a
      *    count of containers, unsigned -- the type says which
      *    way it moves.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for returnable container
      *                          tracking
      *
      **********************************************************
       01  :tag:-CNTR-MOVE.
           05  :tag:-MOVE-TYPE           PIC X(01) VALUE SPACES.
                88 :tag:-MOVE-SHIPPED     VALUE 'S'.
                88 :tag:-MOVE-RECEIVED    VALUE 'R'.
                88 :tag:-MOVE-SCRAPPED    VALUE 'X'.
                88 :tag:-MOVE-TO-SUPPLIER VALUE 'S'.
                88 :tag:-MOVE-OFF-SUPPLIER VALUE 'R' 'X'.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-CONTAINER-TYPE      PIC X(06) VALUE SPACES.
           05  :tag:-MOVE-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-QUANTITY            PIC 9(05) VALUE ZERO.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-REFERENCE           PIC X(10) VALUE SPACES.
           05  :tag:-SOURCE-PGM          PIC X(08) VALUE SPACES.
