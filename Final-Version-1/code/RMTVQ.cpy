      ***********************************************************
      * Copybook name: RMTVQ
      * Original author: David Stagowski
      *
      * Description: A copybook for one row on the remit-to
      *    change verification queue.
      *
      *    One record per remit-address change on
      *    ../data/remit-verify-queue.dat.txt.  APVENDX appends
      *    the row PENDING, with the old and new '3'-type address,
      *    the day it sees a supplier's remit address change, and
      *    puts the supplier on payment hold in the AP vendor
      *    feed; SUPCHGAP appends one the same way when it
      *    applies a supplier-submitted remit change.  RMTVERFY
      *    records AP's call-back -- to a contact who was on
      *    CONTOUT before the change -- and who made it (review,
      *    then PROMOTE pair RMTVQ).
      *
      *    The supplier's latest row decides the hold: PENDING or
      *    REJECTED keeps it on, VERIFIED lets APVENDX lift it.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-06 dastagg       Created for the remit-to change
      *                          payment hold
      * 2026-10-15 dastagg       Rows also raised by SUPCHGAP
      *
      **********************************************************
       01  :tag:-REMIT-VERIFY-REC.
           05  :tag:-VERIFY-STATUS       PIC X(01) VALUE SPACES.
                88 :tag:-VERIFY-PENDING   VALUE 'P'.
                88 :tag:-VERIFY-VERIFIED  VALUE 'V'.
                88 :tag:-VERIFY-REJECTED  VALUE 'R'.
                88 :tag:-VERIFY-HOLDING   VALUE 'P' 'R'.
           05  :tag:-HELD-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-OLD-REMIT.
               10 :tag:-OLD-ADDRESS-1    PIC X(15) VALUE SPACES.
               10 :tag:-OLD-CITY         PIC X(15) VALUE SPACES.
               10 :tag:-OLD-STATE        PIC X(02) VALUE SPACES.
               10 :tag:-OLD-ZIP-CODE     PIC X(10) VALUE SPACES.
           05  :tag:-NEW-REMIT.
               10 :tag:-NEW-ADDRESS-1    PIC X(15) VALUE SPACES.
               10 :tag:-NEW-CITY         PIC X(15) VALUE SPACES.
               10 :tag:-NEW-STATE        PIC X(02) VALUE SPACES.
               10 :tag:-NEW-ZIP-CODE     PIC X(10) VALUE SPACES.
           05  :tag:-CALLBACK-SEQ        PIC 9(02) VALUE ZERO.
           05  :tag:-CALLBACK-NAME       PIC X(20) VALUE SPACES.
           05  :tag:-CALLBACK-PHONE      PIC X(12) VALUE SPACES.
           05  :tag:-CALLBACK-DATE       PIC 9(08) VALUE ZERO.
           05  :tag:-DECIDED-BY          PIC X(08) VALUE SPACES.
           05  :tag:-DECIDED-DATE        PIC 9(08) VALUE ZERO.
