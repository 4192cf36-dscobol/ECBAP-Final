      ***********************************************************
      * Copybook name: PLANTMST
      * Original author: David Stagowski
      *
      * Description: A copybook for one receiving plant on the
      *    plant master.
      *
      *    One record per PLANT-CODE on ../data/plant-master.dat.txt,
      *    kept by materials management.  PLANT-CODE is the same
      *    three-character id a plant puts in its transmission's
      *    *HDR* record.  The ship-to address is where a supplier
      *    delivers a PO stamped for the plant -- EDI850X sends it
      *    as the ship-to party on the 850.
      *
      *    RECEIVING-DAYS is the plant's receiving calendar, one
      *    byte per day Monday through Sunday, 'Y' when the dock
      *    takes deliveries; blank means Monday to Friday.  Site
      *    holidays still close the dock on top of it.
      *
      *    At most one plant carries DEFAULT-FLAG 'Y' -- the plant
      *    a PO ships to when neither the PO nor its transmission
      *    names one (requisition approvals, online entry, a file
      *    without a header).
      *
      *    Read by POCALL (ship-to edits), EDI850X and DOCKSCHD.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the ship-to plant
      *
      **********************************************************
       01  :tag:-PLANT-REC.
           05  :tag:-PLANT-CODE          PIC X(03) VALUE SPACES.
           05  :tag:-PLANT-NAME          PIC X(20) VALUE SPACES.
           05  :tag:-SHIPTO-ADDRESS-1    PIC X(30) VALUE SPACES.
           05  :tag:-SHIPTO-ADDRESS-2    PIC X(30) VALUE SPACES.
           05  :tag:-SHIPTO-CITY         PIC X(20) VALUE SPACES.
           05  :tag:-SHIPTO-STATE        PIC X(02) VALUE SPACES.
           05  :tag:-SHIPTO-ZIP          PIC X(10) VALUE SPACES.
           05  :tag:-SHIPTO-COUNTRY      PIC X(03) VALUE SPACES.
           05  :tag:-RECEIVING-DAYS      PIC X(07) VALUE SPACES.
           05  :tag:-DEFAULT-FLAG        PIC X(01) VALUE SPACES.
                88 :tag:-DEFAULT-PLANT    VALUE 'Y'.
