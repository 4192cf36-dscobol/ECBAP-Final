      ***********************************************************
      * Copybook name: RMTCBK
      * Original author: David Stagowski
      *
      * Description: A copybook for one contact AP may call back
      *    to verify a remit-to change.
      *
      *    One record per contact on
      *    ../data/remit-callback-contacts.dat.txt.  When APVENDX
      *    raises a remit-change hold it appends every contact
      *    the supplier had on CONTOUT as of its previous run --
      *    before the change arrived -- under the supplier and
      *    held date.  A contact who came in with the change
      *    never appears here, so the call-back can't go to the
      *    number on the request that changed the address.
      *    RMTVERFY accepts a call-back only to one of these.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-06 dastagg       Created for the remit-to change
      *                          payment hold
      *
      **********************************************************
       01  :tag:-CALLBACK-CONTACT.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-HELD-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-CONTACT-SEQ         PIC 9(02) VALUE ZERO.
           05  :tag:-CONTACT-NAME        PIC X(20) VALUE SPACES.
           05  :tag:-CONTACT-PHONE       PIC X(12) VALUE SPACES.
