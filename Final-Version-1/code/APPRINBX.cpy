      ***********************************************************
      * Copybook name: APPRINBX
      * Original author: David Stagowski
      *
      * Description: A copybook for one entry of the keyed
      *    approvals-inbox cluster the PSQA transaction (APPRWB)
      *    works.
      *
      *    PSAPRBLD loads it each night from the two queues that
      *    wait on a person:
      *      P  PO number        POCALL's hold queue -- held
      *                          date, the check that held it,
      *                          the 369-byte POOUT image
      *      S  supplier code    SUPPCALL's pending-supplier
      *                          queue -- first-seen date, the
      *                          39-byte supplier image
      *    The decision fields start blank; PSQA fills them when
      *    a release, cancel, approve or reject is taken, so the
      *    entry leaves the inbox and cannot be decided twice
      *    before the batch applies it.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-10 dastagg       Created for the online approvals
      *                          inbox
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      *
      **********************************************************
       01  :tag:-INBOX-ENTRY.
           05  :tag:-INBOX-KEY.
               10  :tag:-ENTRY-TYPE       PIC X(01) VALUE SPACES.
                   88 :tag:-ENTRY-HELD-PO  VALUE 'P'.
                   88 :tag:-ENTRY-PENDING-SUPP
                                           VALUE 'S'.
               10  :tag:-ENTRY-ID         PIC X(10) VALUE SPACES.
           05  :tag:-QUEUED-DATE          PIC X(08) VALUE SPACES.
           05  :tag:-HOLD-CHECK-ID        PIC X(12) VALUE SPACES.
           05  :tag:-ENTRY-IMAGE          PIC X(369) VALUE SPACES.
           05  :tag:-DECISION.
               10  :tag:-DECISION-STATUS  PIC X(01) VALUE SPACE.
                   88 :tag:-ENTRY-OPEN     VALUE SPACE.
                   88 :tag:-ENTRY-DECIDED  VALUE 'D'.
               10  :tag:-DECISION-ACTION  PIC X(01) VALUE SPACE.
               10  :tag:-DECIDED-BY       PIC X(08) VALUE SPACES.
               10  :tag:-DECIDED-DATE     PIC X(08) VALUE SPACES.
               10  :tag:-DECIDED-TIME     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE SPACES.
