      ***********************************************************
      * Copybook name: NTFYAREA
      * Original author: David Stagowski
      *
      * Description: Parameter area for the PSAPNTFY common
      *    notification routine.
      *
      *    Callers clear the area, set the event type, their own
      *    program name, the event key and a line of text, plus
      *    whichever of supplier, buyer and part the event is
      *    about, then CALL 'PSAPNTFY'.  The subscriptions NTFYDLVR
      *    delivers by can be scoped on any of the three, so fill
      *    in every one the program has.
      *
      *    The event key is what makes two raisings the same
      *    event -- NTFYDLVR sends a recipient one notice per
      *    event type and key inside its repeat window.  Put a
      *    date in the key when a new date makes it a new event.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-11 dastagg       Created for the event notification
      *                          queue
      *
      **********************************************************
       01  WS-Ntfy-Request.
           05  WS-Ntfy-Event-Type        PIC X(08) VALUE SPACES.
               88 WS-Ntfy-Clearance-Expiring VALUE 'CLREXPIR'.
               88 WS-Ntfy-Po-Held            VALUE 'POHELD'.
               88 WS-Ntfy-Supp-Quarantined   VALUE 'SUPQUAR'.
               88 WS-Ntfy-Reject-Rate        VALUE 'REJRATE'.
               88 WS-Ntfy-Ack-Date-Changed   VALUE 'ACKDATE'.
               88 WS-Ntfy-Scar-Overdue       VALUE 'SCAROVDU'.
           05  WS-Ntfy-Source            PIC X(08) VALUE SPACES.
           05  WS-Ntfy-Event-Key         PIC X(24) VALUE SPACES.
           05  WS-Ntfy-Supplier-Code     PIC X(10) VALUE SPACES.
           05  WS-Ntfy-Buyer-Code        PIC X(03) VALUE SPACES.
           05  WS-Ntfy-Part-Number       PIC X(23) VALUE SPACES.
           05  WS-Ntfy-Text              PIC X(80) VALUE SPACES.
