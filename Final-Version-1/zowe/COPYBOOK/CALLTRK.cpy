      * 2026-08-22 dastagg       Contacts segment valid flag
      * 2026-08-22 dastagg       Record warning flag for the
      *                          tiered-severity checks
      * 2026-10-05 dastagg       Restricted-party hit flag
      * 2026-10-15 dastagg       Transmission header plant
      *
      **********************************************************
       01  WS-Call-Tracking.
              15 WS-CT-Record-Warn-Flag       PIC X.
                 88 WS-CT-Record-Warned          VALUE 'Y'.
                 88 WS-CT-Record-Not-Warned      VALUE 'N'.
      *    Set when RPSCREEN finds the record's supplier name or
      *    an address on an OPEN or BLOCKED restricted-party
      *    review -- POCALL then holds every PO on the record.
              15 WS-CT-Rps-Flag               PIC X.
                 88 WS-CT-Rps-Hit                VALUE 'Y'.
                 88 WS-CT-Rps-Clear              VALUE 'N'.
      *    The plant id from the current file's *HDR* record
      *    (blank when the file has none) -- POCALL ships a PO
      *    there when the PO names no ship-to plant of its own.
              15 WS-CT-Hdr-Plant              PIC X(03).
      *    Parts: 01-06, 24-25; Supp:07-11, Addr: 12-17 PO: 18-23.
              15 WS-Error-Message-Area OCCURS 25 TIMES.
                 18 WS-EM-Message             PIC X(30).
