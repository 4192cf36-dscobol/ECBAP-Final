      ***********************************************************
      * Copybook name: STMTLIN
      * Original author: David Stagowski
      *
      * Description: A copybook for one line of the month-end
      *    open-order statement -- a PO we consider open or
      *    partial for the supplier, as it was stated.
      *
      *    Written by OPENSTMT beside the printed statement; read
      *    by OPENRECN to reconcile the supplier's confirmation.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-19 dastagg       Created for open-order statements
      *
      **********************************************************
       01  :tag:-STMT-LINE-REC.
           05  :tag:-STMT-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-PO-STATUS           PIC X(01) VALUE SPACES.
                88 :tag:-PO-OPEN          VALUE 'O'.
                88 :tag:-PO-PARTIAL       VALUE 'P'.
           05  :tag:-QTY-ORDERED         PIC 9(07) VALUE ZERO.
           05  :tag:-QTY-RECEIVED        PIC 9(07) VALUE ZERO.
           05  :tag:-QTY-OUTSTANDING     PIC 9(07) VALUE ZERO.
           05  :tag:-DUE-DATE            PIC X(08) VALUE SPACES.
