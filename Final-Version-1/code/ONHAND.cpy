      ***********************************************************
      * Copybook name: ONHAND
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed on-hand stock
      *    balance, one record per PART-NUMBER.
      *
      *    Maintained by STOCKLED from the posted stock
      *    transactions; every change to QTY-ON-HAND has a line
      *    behind it on the stock ledger.  Read by SHORTPRJ, which
      *    nets demand against on-hand plus open POs.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-10 dastagg       Created for the stock ledger
      *
      **********************************************************
       01  :tag:-ONHAND-REC.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-QTY-ON-HAND         PIC S9(09)
                  SIGN LEADING SEPARATE VALUE ZERO.
           05  :tag:-LAST-TXN-DATE       PIC X(08) VALUE SPACES.
           05  :tag:-LAST-COUNT-DATE     PIC X(08) VALUE SPACES.
           05  :tag:-LAST-COUNT-REASON   PIC X(03) VALUE SPACES.
           05  :tag:-QTY-IN-TODATE       PIC 9(09) VALUE ZERO.
           05  :tag:-QTY-OUT-TODATE      PIC 9(09) VALUE ZERO.
