      *                          under, so downstream jobs can work
      *                          POOUT by supplier or part without
      *                          going back to PSAPGOOD.
      * 2026-10-02 dastagg       Prime contract number and DPAS
      *                          rating carried for government-
      *                          contract POs; blank otherwise.
      * 2026-10-13 dastagg       GL account / cost center / percent
      *                          distribution lines the PO is
      *                          coded to, and where the coding
      *                          came from: the plant, or POCALL's
      *                          part or buyer default rule.
      * 2026-10-15 dastagg       Delivery schedule -- the PO's
      *                          schedule lines (line number,
      *                          quantity, due date) as POCALL
      *                          validated them.  A PO sent
      *                          without a schedule carries a
      *                          zero count and is one delivery
      *                          of QUANTITY on DELIVERY-DATE.
      *                          Image 366.
      * 2026-10-15 dastagg       Ship-to plant the PO is to be
      *                          delivered to, as POCALL resolved
      *                          it against the plant master;
      *                          blank when no plant master is
      *                          kept.  Image 369.
      *
      **********************************************************
       01  :tag:-PURCHASE-ORDERS.
           05  :tag:-DELIVERY-DATE       PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-PRIME-CONTRACT-NO   PIC X(16) VALUE SPACES.
           05  :tag:-DPAS-RATING         PIC X(02) VALUE SPACES.
                88 :tag:-DPAS-DO          VALUE 'DO'.
                88 :tag:-DPAS-DX          VALUE 'DX'.
           05  :tag:-DISTRIBUTION OCCURS 3 TIMES.
               10  :tag:-DIST-GL-ACCOUNT  PIC X(10) VALUE SPACES.
               10  :tag:-DIST-COST-CENTER PIC X(06) VALUE SPACES.
               10  :tag:-DIST-PERCENT     PIC 9(03)V99 VALUE ZERO.
           05  :tag:-DIST-SOURCE         PIC X(01) VALUE SPACES.
                88 :tag:-DIST-FROM-PLANT  VALUE 'P'.
                88 :tag:-DIST-FROM-PART   VALUE 'R'.
                88 :tag:-DIST-FROM-BUYER  VALUE 'B'.
                88 :tag:-DIST-NONE        VALUE ' '.
           05  :tag:-SCHED-LINE-CNT      PIC 9(02) VALUE ZERO.
           05  :tag:-SCHEDULE OCCURS 12 TIMES.
               10  :tag:-SCHED-LINE-NO    PIC 9(02) VALUE ZERO.
               10  :tag:-SCHED-QUANTITY   PIC 9(07) VALUE ZERO.
               10  :tag:-SCHED-DUE-DATE   PIC X(08) VALUE SPACES.
           05  :tag:-SHIP-TO-PLANT       PIC X(03) VALUE SPACES.
