      ***********************************************************
      * Copybook name: WARRCLM
      * Original author: David Stagowski
      *
      * Description: A copybook for one inbound warranty claim --
      *    a part that failed in a customer vehicle -- as the
      *    warranty system sends it on
      *    ../data/warranty-claims.dat.txt.
      *
      *    Costs are what the claim paid the dealer, in USD.  The
      *    LOT-NUMBER is the supplier lot when the dealer could
      *    read it off the part, spaces when not.  Read by
      *    WARRMTCH.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for warranty cost
      *                          recovery
      *
      **********************************************************
       01  :tag:-WARRANTY-CLAIM.
           05  :tag:-CLAIM-NUMBER        PIC X(12) VALUE SPACES.
           05  :tag:-PART-NUMBER         PIC X(23) VALUE SPACES.
           05  :tag:-VEHICLE-MAKE        PIC X(03) VALUE SPACES.
           05  :tag:-VEHICLE-MODEL       PIC X(10) VALUE SPACES.
           05  :tag:-VEHICLE-YEAR        PIC X(04) VALUE '0000'.
           05  :tag:-FAILURE-DATE        PIC 9(08) VALUE ZERO.
           05  :tag:-LABOR-COST          PIC 9(07)V99 VALUE ZERO.
           05  :tag:-PART-COST           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-LOT-NUMBER          PIC X(15) VALUE SPACES.
