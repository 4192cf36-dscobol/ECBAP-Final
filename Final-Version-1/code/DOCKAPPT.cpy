      ***********************************************************
      * Copybook name: DOCKAPPT
      * Original author: David Stagowski
      *
      * Description: A copybook for one dock appointment -- a
      *    due-in shipment's receiving day, door and slot.
      *
      *    Written by DOCKSCHD twice over: the dock's copy in
      *    day / door / slot order, read by RECMATCH --
      *       ../data/dock-appointments.dat.txt
      *    and the supplier-facing copy in supplier / day order --
      *       ../data/supplier-appointments.dat.txt
      *    SHIFT-DAYS is the appointment less the expected
      *    arrival, in days.  A shipment no slot could be found
      *    for carries status U with zero day, door and slot.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-30 dastagg       Created for dock appointments
      *
      **********************************************************
       01  :tag:-DOCK-APPT-REC.
           05  :tag:-SITE-CODE           PIC X(04) VALUE SPACES.
           05  :tag:-APPT-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-DOOR-NUMBER         PIC 9(02) VALUE ZERO.
           05  :tag:-SLOT-NUMBER         PIC 9(02) VALUE ZERO.
           05  :tag:-PO-NUMBER           PIC X(06) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-QUANTITY            PIC 9(07) VALUE ZERO.
           05  :tag:-REQUESTED-DATE      PIC 9(08) VALUE ZERO.
           05  :tag:-SHIFT-DAYS          PIC S9(03)
                  SIGN LEADING SEPARATE VALUE ZERO.
           05  :tag:-APPT-STATUS         PIC X(01) VALUE SPACES.
               88  :tag:-AS-REQUESTED            VALUE 'A'.
               88  :tag:-SHIFTED                 VALUE 'S'.
               88  :tag:-UNSCHEDULED             VALUE 'U'.
