      ***********************************************************
      * Copybook name: CNTRBAL
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed returnable
      *    container balance, one record per SUPPLIER-CODE and
      *    container type.
      *
      *    BALANCE is what the supplier is holding of ours:
      *    empties shipped to it, less containers received back
      *    full, less containers scrapped.  Maintained by CNTRPOST
      *    from the posted container movements; every change has
      *    a line behind it on the container ledger.  Read by
      *    CNTRSTMT for the monthly container statement.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for returnable container
      *                          tracking
      *
      **********************************************************
       01  :tag:-CNTR-BAL-REC.
           05  :tag:-BAL-KEY.
               10  :tag:-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
               10  :tag:-CONTAINER-TYPE  PIC X(06) VALUE SPACES.
           05  :tag:-BALANCE             PIC S9(07)
                  SIGN LEADING SEPARATE VALUE ZERO.
           05  :tag:-SHIPPED-TODATE      PIC 9(07) VALUE ZERO.
           05  :tag:-RECEIVED-TODATE     PIC 9(07) VALUE ZERO.
           05  :tag:-SCRAPPED-TODATE     PIC 9(07) VALUE ZERO.
           05  :tag:-LAST-MOVE-DATE      PIC X(08) VALUE SPACES.
           05  :tag:-LAST-SHIP-DATE      PIC X(08) VALUE SPACES.
