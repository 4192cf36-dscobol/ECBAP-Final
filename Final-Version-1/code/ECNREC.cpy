      ***********************************************************
      * Copybook name: ECNREC
      * Original author: David Stagowski
      *
      * Description: A copybook for one engineering change notice
      *    (ECN) -- the revision change engineering released on a
      *    part, the date it takes effect, and what is to become
      *    of stock built to the old revision.
      *
      *    Kept by engineering on ../data/ecn.dat.txt, one record
      *    per ECN; read by ECNIMPCT (open-PO impact) and POCALL
      *    (flags new POs until the catalog and the supplier have
      *    the new revision).  A spec or blueprint that didn't
      *    change carries the same value old and new.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-27 dastagg       Created for ECN impact
      *
      **********************************************************
       01  :tag:-ECN-REC.
           05  :tag:-ECN-NUMBER          PIC X(08) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-OLD-SPEC-NUMBER     PIC X(07) VALUE SPACES.
           05  :tag:-NEW-SPEC-NUMBER     PIC X(07) VALUE SPACES.
           05  :tag:-OLD-BLUEPRINT       PIC X(10) VALUE SPACES.
           05  :tag:-NEW-BLUEPRINT       PIC X(10) VALUE SPACES.
           05  :tag:-EFFECTIVE-DATE      PIC 9(08) VALUE ZERO.
           05  :tag:-DISPOSITION         PIC X(01) VALUE SPACES.
               88  :tag:-USE-UP                    VALUE 'U'.
               88  :tag:-REWORK                    VALUE 'R'.
               88  :tag:-SCRAP                     VALUE 'S'.
