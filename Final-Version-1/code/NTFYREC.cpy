      ***********************************************************
      * Copybook name: NTFYREC
      * Original author: David Stagowski
      *
      * Description: A copybook for one event on the notification
      *    outbox (../data/notify-outbox.dat.txt).
      *
      *    PSAPNTFY appends one per call, stamped with the date
      *    and time to the hundredth; the rest is the caller's
      *    NTFYAREA as passed.  NTFYDLVR reads the outbox, sorts
      *    the events into one digest per subscribed recipient,
      *    and keeps the stamp of the last event it delivered so
      *    the outbox is never delivered twice.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-11 dastagg       Created for the event notification
      *                          queue
      *
      **********************************************************
       01  :tag:-NOTIFY-EVENT.
           05  :tag:-EVENT-STAMP.
               10  :tag:-EVENT-DATE       PIC X(08) VALUE SPACES.
               10  :tag:-EVENT-TIME       PIC X(08) VALUE SPACES.
           05  :tag:-EVENT-TYPE           PIC X(08) VALUE SPACES.
           05  :tag:-SOURCE               PIC X(08) VALUE SPACES.
           05  :tag:-EVENT-KEY            PIC X(24) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE        PIC X(10) VALUE SPACES.
           05  :tag:-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  :tag:-PART-NUMBER          PIC X(23) VALUE SPACES.
           05  :tag:-TEXT                 PIC X(80) VALUE SPACES.
           05  FILLER                     PIC X(28) VALUE SPACES.
