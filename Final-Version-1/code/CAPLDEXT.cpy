      ***********************************************************
      * Copybook name: CAPLDEXT
      * Original author: David Stagowski
      *
      * Description: A copybook for one supplier-week of open PO
      *    load against a capacity declaration.
      *
      *    Written by CAPLDRPT to ../data/capacity-load.dat.txt,
      *    one record per declaration and delivery week (Monday
      *    start) with open quantity in it.  POCALL seeds its
      *    capacity check from it the way it seeds buyer budgets
      *    from BUYRCMT's commitments.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-29 dastagg       Created for supplier capacity
      *
      **********************************************************
       01  :tag:-CAP-LOAD-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-PART-KEY            PIC X(23) VALUE SPACES.
           05  :tag:-FAMILY-LEN          PIC 9(02) VALUE ZERO.
           05  :tag:-WEEK-START-DATE     PIC 9(08) VALUE ZERO.
           05  :tag:-WEEKLY-CAPACITY     PIC 9(07) VALUE ZERO.
           05  :tag:-LOAD-QTY            PIC 9(09) VALUE ZERO.
