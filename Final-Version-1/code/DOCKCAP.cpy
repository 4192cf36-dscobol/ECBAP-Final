      ***********************************************************
      * Copybook name: DOCKCAP
      * Original author: David Stagowski
      *
      * Description: A copybook for one receiving site's dock
      *    capacity -- how many doors it has and how many truck
      *    appointments each door takes in a receiving day.
      *
      *    Kept by the receiving dock on
      *    ../data/dock-capacity.dat.txt; read by DOCKSCHD.
      *    MAX-SHIFT-DAYS is how far either side of the expected
      *    arrival a shipment may be moved to find an open slot;
      *    zero takes the scheduler's default.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-30 dastagg       Created for dock appointments
      *
      **********************************************************
       01  :tag:-DOCK-CAP-REC.
           05  :tag:-SITE-CODE           PIC X(04) VALUE SPACES.
           05  :tag:-SITE-NAME           PIC X(20) VALUE SPACES.
           05  :tag:-DOOR-COUNT          PIC 9(02) VALUE ZERO.
           05  :tag:-APPTS-PER-DOOR      PIC 9(02) VALUE ZERO.
           05  :tag:-MAX-SHIFT-DAYS      PIC 9(02) VALUE ZERO.
