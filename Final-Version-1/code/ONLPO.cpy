      ***********************************************************
      * Copybook name: ONLPO
      * Original author: David Stagowski
      *
      * Description: A copybook for one purchase order accepted
      *    at the online entry transaction (PSQE).
      *
      *    POENTRY writes one to the transient data queue POEN
      *    for every PO that passes its edits; the queue is
      *    extrapartition, routed to the data set the batch picks
      *    up through DD POENDATA.  ONLPOSTG builds each one into
      *    a full PSAP input record for the next cycle.
      *    WARN-CNT and FIRST-WARN say what the operator accepted
      *    past on the screen.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-09 dastagg       Created for online PO entry
      *
      **********************************************************
       01  :tag:-ONLINE-PO.
           05  :tag:-ENTRY-DATE           PIC X(08) VALUE SPACES.
           05  :tag:-ENTRY-TIME           PIC X(06) VALUE SPACES.
           05  :tag:-USER-ID              PIC X(08) VALUE SPACES.
           05  :tag:-TERMINAL             PIC X(04) VALUE SPACES.
           05  :tag:-PO-NUMBER            PIC X(06) VALUE SPACES.
           05  :tag:-PO-NUMBER-PARTS REDEFINES :tag:-PO-NUMBER.
               10  :tag:-PO-PREFIX        PIC X(01).
               10  :tag:-PO-SEQ           PIC 9(05).
           05  :tag:-PART-NUMBER          PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
           05  :tag:-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  :tag:-QUANTITY             PIC 9(07) VALUE ZERO.
           05  :tag:-UNIT-PRICE           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE        PIC X(03) VALUE SPACES.
           05  :tag:-ORDER-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-DELIVERY-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-WARN-CNT             PIC 9(02) VALUE ZERO.
           05  :tag:-FIRST-WARN           PIC X(12) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE SPACES.
