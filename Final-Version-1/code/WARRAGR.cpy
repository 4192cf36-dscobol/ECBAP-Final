      ***********************************************************
      * Copybook name: WARRAGR
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier warranty
      *    recovery agreement -- the share of a field failure's
      *    cost the supplier has agreed to bear.
      *
      *    Kept by finance on ../data/warranty-agreements.dat.txt,
      *    one record per agreement; read by WARRMTCH.  A claim
      *    is recovered under the supplier's agreement in force
      *    on its FAILURE-DATE: PART-PCT of the part cost plus
      *    LABOR-PCT of the labor cost, held to CLAIM-CAP when
      *    the cap is not zero.  A claim whose cost is under
      *    MIN-CLAIM is not worth pursuing and is not recovered.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for warranty cost
      *                          recovery
      *
      **********************************************************
       01  :tag:-WARRANTY-AGREEMENT.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-AGREEMENT-ID        PIC X(08) VALUE SPACES.
           05  :tag:-PERIOD-START        PIC 9(08) VALUE ZERO.
           05  :tag:-PERIOD-END          PIC 9(08) VALUE ZERO.
           05  :tag:-PART-PCT            PIC 9(03)V99 VALUE ZERO.
           05  :tag:-LABOR-PCT           PIC 9(03)V99 VALUE ZERO.
           05  :tag:-CLAIM-CAP           PIC 9(07)V99 VALUE ZERO.
           05  :tag:-MIN-CLAIM           PIC 9(07)V99 VALUE ZERO.
