      ***********************************************************
      * Copybook name: LNDCHG
      * Original author: David Stagowski
      *
      * Description: A copybook for one landed-cost charge --
      *    a freight, duty, brokerage or insurance bill, or a
      *    line of one, that belongs to a purchase order.
      *
      *    Keyed by accounts payable from the carrier and customs
      *    broker bills on ../data/landed-charges.dat.txt; read
      *    by LNDCOST.  AMOUNT is in CURRENCY-CODE, converted at
      *    the exchange-rate.dat.txt rates.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-01 dastagg       Created for landed cost
      *
      **********************************************************
       01  :tag:-LANDED-CHG-REC.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-CHARGE-TYPE         PIC X(01) VALUE SPACES.
               88  :tag:-FREIGHT                   VALUE 'F'.
               88  :tag:-DUTY                      VALUE 'D'.
               88  :tag:-BROKERAGE                 VALUE 'B'.
               88  :tag:-INSURANCE                 VALUE 'I'.
               88  :tag:-OTHER-CHARGE              VALUE 'O'.
           05  :tag:-BILL-NUMBER         PIC X(15) VALUE SPACES.
           05  :tag:-BILL-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-AMOUNT              PIC 9(09)V99 VALUE ZERO.
           05  :tag:-CURRENCY-CODE       PIC X(03) VALUE SPACES.
