      ***********************************************************
      * Copybook name: PPAPSTAT
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed PPAP status file --
      *    one record per PART-NUMBER and SUPPLIER-CODE pairing
      *    with where its production part approval stands.
      *
      *    Maintained only by PPAPMNT from quality's transaction
      *    batch.  POCALL reads it by key to gate new POs; PPAPRPT
      *    browses it for pending submissions holding up open
      *    POs.  SPEC-NUMBER is the engineering revision (PARTOUT
      *    SPEC-NUMBER) the approval or interim was granted on.
      *    An interim approval runs to INTERIM-EXPIRY; zeros mean
      *    no expiry was given.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-24 dastagg       Created for PPAP gating
      *
      **********************************************************
       01  :tag:-PPAP-STATUS-REC.
           05  :tag:-PPAP-KEY.
               10  :tag:-PART-NUMBER     PIC X(23) VALUE SPACES.
               10  :tag:-SUPPLIER-CODE   PIC X(10) VALUE SPACES.
           05  :tag:-PPAP-STATUS         PIC X(01) VALUE SPACES.
               88  :tag:-SUBMITTED                 VALUE 'S'.
               88  :tag:-INTERIM                   VALUE 'I'.
               88  :tag:-APPROVED                  VALUE 'A'.
               88  :tag:-REJECTED                  VALUE 'R'.
           05  :tag:-SUBMIT-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-STATUS-DATE         PIC 9(08) VALUE ZERO.
           05  :tag:-INTERIM-EXPIRY      PIC 9(08) VALUE ZERO.
           05  :tag:-SPEC-NUMBER         PIC X(07) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE SPACES.
