      ***********************************************************
      * Copybook name: SCHDSTAT
      * Original author: David Stagowski
      *
      * Description: A copybook for the receiving status of one
      *    PO delivery-schedule line.
      *
      *    One record per schedule line on
      *    ../data/po-sched-status.dat.txt.  RECMATCH loads the
      *    lines from the schedules carried on POOUT, fills them
      *    from each day's receipts oldest due date first, backs
      *    inspection rejects out of the newest filled line, and
      *    stages the file for PROMOTE (pair SCHDSTAT) alongside
      *    the PO status file.  POAGING ages each line that is
      *    still open on its own DUE-DATE.
      *
      *    LINE-STATUS is O (nothing received), P (partly
      *    received) or C (received in full).
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for PO delivery-schedule
      *                          lines
      *
      **********************************************************
       01  :tag:-SCHED-STATUS.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-LINE-NO             PIC 9(02) VALUE ZERO.
           05  :tag:-DUE-DATE            PIC X(08) VALUE SPACES.
           05  :tag:-SCHED-QTY           PIC 9(07) VALUE ZERO.
           05  :tag:-RECEIVED-QTY        PIC 9(07) VALUE ZERO.
           05  :tag:-LINE-STATUS         PIC X(01) VALUE SPACES.
                88 :tag:-LINE-OPEN        VALUE 'O'.
                88 :tag:-LINE-PARTIAL     VALUE 'P'.
                88 :tag:-LINE-CLOSED      VALUE 'C'.
           05  :tag:-LAST-RECEIPT        PIC X(08) VALUE SPACES.
           05  FILLER                    PIC X(01) VALUE SPACES.
