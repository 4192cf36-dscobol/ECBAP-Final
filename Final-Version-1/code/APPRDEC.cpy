      ***********************************************************
      * Copybook name: APPRDEC
      * Original author: David Stagowski
      *
      * Description: A copybook for one decision taken at the
      *    online approvals inbox (PSQA).
      *
      *    APPRWB writes one to the transient data queue APPR for
      *    every release, cancel, approve or reject; the queue is
      *    extrapartition, routed to the data set the batch picks
      *    up through DD APPRDATA.  APPRSTG turns each one into
      *    the PORELEAS or SUPPAPPR transaction a person would
      *    have staged and keeps the comment on the approvals
      *    decision log.
      *      ENTRY-TYPE P  ACTION R release, C cancel
      *                    BUYER-CODE the deciding user's own
      *      ENTRY-TYPE S  ACTION A approve, R reject
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-10 dastagg       Created for the online approvals
      *                          inbox
      *
      **********************************************************
       01  :tag:-DECISION-REC.
           05  :tag:-ENTRY-DATE           PIC X(08) VALUE SPACES.
           05  :tag:-ENTRY-TIME           PIC X(06) VALUE SPACES.
           05  :tag:-USER-ID              PIC X(08) VALUE SPACES.
           05  :tag:-TERMINAL             PIC X(04) VALUE SPACES.
           05  :tag:-ENTRY-TYPE           PIC X(01) VALUE SPACES.
               88 :tag:-HELD-PO            VALUE 'P'.
               88 :tag:-PENDING-SUPP       VALUE 'S'.
           05  :tag:-ENTRY-ID             PIC X(10) VALUE SPACES.
           05  :tag:-ACTION               PIC X(01) VALUE SPACES.
           05  :tag:-BUYER-CODE           PIC X(03) VALUE SPACES.
           05  :tag:-COMMENT              PIC X(40) VALUE SPACES.
           05  FILLER                     PIC X(19) VALUE SPACES.
