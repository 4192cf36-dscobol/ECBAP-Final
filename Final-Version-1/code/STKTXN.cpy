      ***********************************************************
      * Copybook name: STKTXN
      * Original author: David Stagowski
      *
      * Description: A copybook for the pending stock transaction
      *    -- one movement of a part into or out of stock, waiting
      *    for STOCKLED to post it to the on-hand balance.
      *
      *    RECMATCH appends receipts and inspection rejects,
      *    RETURNS appends goods sent back to the supplier;
      *    STOCKLED posts them (with the line's production issues
      *    and cycle counts) and clears the pending file.  The
      *    quantity is always unsigned -- the type says which way
      *    it moves.  On a cycle count it is the counted balance,
      *    not the difference.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-10 dastagg       Created for the stock ledger
      *
      **********************************************************
       01  :tag:-STOCK-TXN.
           05  :tag:-TXN-TYPE            PIC X(01) VALUE SPACES.
                88 :tag:-TXN-RECEIPT      VALUE 'R'.
                88 :tag:-TXN-INSP-REJECT  VALUE 'J'.
                88 :tag:-TXN-RETURN       VALUE 'T'.
                88 :tag:-TXN-ISSUE        VALUE 'I'.
                88 :tag:-TXN-CYCLE-COUNT  VALUE 'C'.
                88 :tag:-TXN-INTO-STOCK   VALUE 'R'.
                88 :tag:-TXN-OUT-OF-STOCK VALUE 'J' 'T' 'I'.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-TXN-DATE            PIC 9(08) VALUE ZERO.
           05  :tag:-QUANTITY            PIC 9(07) VALUE ZERO.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-REASON-CODE         PIC X(03) VALUE SPACES.
           05  :tag:-SOURCE-PGM          PIC X(08) VALUE SPACES.
