      ***********************************************************
      * Copybook name: LNDCEXT
      * Original author: David Stagowski
      *
      * Description: A copybook for the landed-cost extract --
      *    one record per part and supplier with what that
      *    pairing's charged POs cost landed.
      *
      *    Written whole by LNDCOST on ../data/landed-cost.dat.txt;
      *    SRCRPT grosses the catalog price up by UPLIFT-PCT to
      *    show landed cost beside it.  Money is USD.
      *    UPLIFT-PCT is charges over goods value.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-01 dastagg       Created for landed cost
      *
      **********************************************************
       01  :tag:-LANDED-COST-REC.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PO-COUNT            PIC 9(05) VALUE ZERO.
           05  :tag:-QUANTITY            PIC 9(09) VALUE ZERO.
           05  :tag:-GOODS-VALUE-USD     PIC 9(11)V99 VALUE ZERO.
           05  :tag:-CHARGES-USD         PIC 9(11)V99 VALUE ZERO.
           05  :tag:-UNIT-PRICE-USD      PIC 9(07)V9(04) VALUE ZERO.
           05  :tag:-LANDED-UNIT-USD     PIC 9(07)V9(04) VALUE ZERO.
           05  :tag:-UPLIFT-PCT          PIC 9(05)V99 VALUE ZERO.
