      ***********************************************************
      * Copybook name: EDIGRP
      * Original author: David Stagowski
      *
      * Description: A copybook for the inbound EDI group log --
      *    one record per functional group an inbound EDI program
      *    accepted or rejected, waiting for its 997.
      *
      *    Appended by EDI810IN, EDI855IN and EDI856IN; read and
      *    emptied by EDI997X.  The 855 and 856 files arrive
      *    without an envelope, so their group is the supplier's
      *    records in one run and the control number is the run
      *    date (YYMMDD) plus the supplier's ordinal in the run.
      *
      *    Ack codes are the AK901 values: A accepted, E accepted
      *    with errors, P partially accepted, R rejected.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-16 dastagg       Created for 997 acknowledgments
      *
      **********************************************************
       01  :tag:-EDI-GROUP-REC.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-FUNCTIONAL-ID       PIC X(02) VALUE SPACES.
                88 :tag:-INVOICE-GROUP    VALUE 'IN'.
                88 :tag:-PO-ACK-GROUP     VALUE 'PR'.
                88 :tag:-SHIP-NOTICE-GROUP VALUE 'SH'.
           05  :tag:-GROUP-CONTROL       PIC X(09) VALUE SPACES.
           05  :tag:-DOC-TYPE            PIC X(03) VALUE SPACES.
           05  :tag:-SETS-RECEIVED       PIC 9(05) VALUE ZERO.
           05  :tag:-SETS-ACCEPTED       PIC 9(05) VALUE ZERO.
           05  :tag:-ACK-CODE            PIC X(01) VALUE SPACES.
                88 :tag:-GROUP-ACCEPTED   VALUE 'A'.
                88 :tag:-GROUP-ERRORS     VALUE 'E'.
                88 :tag:-GROUP-PARTIAL    VALUE 'P'.
                88 :tag:-GROUP-REJECTED   VALUE 'R'.
           05  :tag:-RECEIVED-DATE       PIC 9(08) VALUE ZERO.
