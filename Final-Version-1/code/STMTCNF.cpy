      ***********************************************************
      * Copybook name: STMTCNF
      * Original author: David Stagowski
      *
      * Description: A copybook for one line of a supplier's
      *    confirmation of the open-order statement.
      *
      *    The supplier answers each PO on the statement -- C
      *    it agrees, D it disputes (its own outstanding quantity
      *    and due date given), U it does not recognise the PO --
      *    and may add lines for POs it thinks are open that the
      *    statement left off.  Read by OPENRECN.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-19 dastagg       Created for open-order statements
      *
      **********************************************************
       01  :tag:-STMT-CONFIRM-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-RESPONSE            PIC X(01) VALUE SPACES.
                88 :tag:-CONFIRMED        VALUE 'C'.
                88 :tag:-DISPUTED         VALUE 'D'.
                88 :tag:-NOT-RECOGNIZED   VALUE 'U'.
           05  :tag:-SUPP-QTY-OUTSTANDING PIC 9(07) VALUE ZERO.
           05  :tag:-SUPP-DUE-DATE       PIC X(08) VALUE SPACES.
           05  :tag:-SUPP-COMMENT        PIC X(40) VALUE SPACES.
