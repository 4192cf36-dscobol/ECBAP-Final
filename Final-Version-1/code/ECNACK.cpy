      ***********************************************************
      * Copybook name: ECNACK
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier's acknowledgement
      *    of an engineering change notice -- the supplier has the
      *    new revision and will build to it.
      *
      *    Kept by purchasing on ../data/ecn-supplier-ack.dat.txt
      *    as the acknowledgements come back from ECNIMPCT's
      *    supplier notifications; read by ECNIMPCT and POCALL.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-27 dastagg       Created for ECN impact
      *
      **********************************************************
       01  :tag:-ECN-ACK-REC.
           05  :tag:-ECN-NUMBER          PIC X(08) VALUE SPACES.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-ACK-DATE            PIC 9(08) VALUE ZERO.
