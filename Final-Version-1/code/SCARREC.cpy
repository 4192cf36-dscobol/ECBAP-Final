      ***********************************************************
      * Copybook name: SCARREC
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed supplier corrective
      *    action request (SCAR) file -- one record per SCAR
      *    issued to a supplier, keyed on SCAR-NUMBER with the
      *    SUPPLIER-CODE as a duplicates-allowed alternate key.
      *
      *    Opened automatically by SCARGEN when a supplier's
      *    inspection rejects for one defect code cross the
      *    VALTHRSH count in a fiscal period, or by hand through
      *    SCARMNT, which also records containment, the
      *    supplier's response and closure.  SCARRPT lists them
      *    weekly and RISKIDX scores the overdue ones.
      *
      *    A SCAR is overdue while it is still open awaiting the
      *    supplier's response (status 'O') past RESPONSE-DUE.
      *    Dates not yet reached are zeros.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-25 dastagg       Created for SCAR tracking
      *
      **********************************************************
       01  :tag:-SCAR-REC.
           05  :tag:-SCAR-NUMBER         PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-DEFECT-CODE         PIC X(03) VALUE SPACES.
           05  :tag:-OPENED-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-RESPONSE-DUE        PIC 9(08) VALUE ZERO.
           05  :tag:-CONTAINMENT-DATE    PIC 9(08) VALUE ZERO.
           05  :tag:-RESPONSE-DATE       PIC 9(08) VALUE ZERO.
           05  :tag:-CLOSED-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-SCAR-STATUS         PIC X(01) VALUE SPACES.
               88  :tag:-SCAR-OPEN                 VALUE 'O'.
               88  :tag:-SCAR-RESPONDED            VALUE 'R'.
               88  :tag:-SCAR-CLOSED               VALUE 'C'.
               88  :tag:-SCAR-NOT-CLOSED           VALUE 'O' 'R'.
           05  :tag:-SCAR-ORIGIN         PIC X(01) VALUE SPACES.
               88  :tag:-AUTO-OPENED               VALUE 'A'.
               88  :tag:-MANUAL-OPENED             VALUE 'M'.
           05  :tag:-PERIOD-ID           PIC X(06) VALUE SPACES.
           05  :tag:-REJECT-QTY          PIC 9(07) VALUE ZERO.
           05  FILLER                    PIC X(10) VALUE SPACES.
