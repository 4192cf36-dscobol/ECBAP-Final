      ***********************************************************
      * Copybook name: COSTCTR
      * Original author: David Stagowski
      *
      * Description: A copybook for one valid cost center.
      *
      *    Kept by finance on ../data/cost-centers.dat.txt; read
      *    by POCALL, which will only write a PO whose
      *    distribution lines charge ACTIVE cost centers on this
      *    file.  No file means cost-center coding is not yet in
      *    use and the cost-center edit is not made.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-13 dastagg       Created for GL distribution on
      *                          purchase orders
      *
      **********************************************************
       01  :tag:-COST-CENTER-REC.
           05  :tag:-COST-CENTER         PIC X(06) VALUE SPACES.
           05  :tag:-CC-STATUS           PIC X(01) VALUE SPACES.
                88 :tag:-CC-ACTIVE        VALUE 'A'.
                88 :tag:-CC-CLOSED        VALUE 'C'.
           05  :tag:-CC-NAME             PIC X(30) VALUE SPACES.
