      ***********************************************************
      * Copybook name: EDICTL
      * Original author: David Stagowski
      *
      * Description: A copybook for the keyed outbound EDI
      *    interchange-control file -- one record per interchange
      *    EDI850X sends, keyed by its ISA13 control number (the
      *    GS06 group number is the same value), carrying when it
      *    went and what the supplier's 997 said about it.
      *
      *    Written by EDI850X; updated and reported by EDI997IN.
      *    ACK-STATUS is the AK901 code from the 997, or space
      *    while none has come back.
      *
      * Maintenence Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-16 dastagg       Created for 997 acknowledgments
      *
      **********************************************************
       01  :tag:-EDI-CTL-REC.
           05  :tag:-ICN                 PIC 9(09) VALUE ZERO.
           05  :tag:-GROUP-CONTROL       PIC 9(09) VALUE ZERO.
           05  :tag:-SUPPLIER-CODE       PIC X(10) VALUE SPACES.
           05  :tag:-DOC-TYPE            PIC X(03) VALUE SPACES.
           05  :tag:-SET-CNT             PIC 9(05) VALUE ZERO.
           05  :tag:-SENT-DATE           PIC 9(08) VALUE ZERO.
           05  :tag:-SENT-TIME           PIC 9(04) VALUE ZERO.
           05  :tag:-ACK-STATUS          PIC X(01) VALUE SPACES.
                88 :tag:-NOT-ACKNOWLEDGED VALUE SPACE.
                88 :tag:-ACK-ACCEPTED     VALUE 'A'.
                88 :tag:-ACK-WITH-ERRORS  VALUE 'E' 'P' 'R'.
           05  :tag:-ACK-DATE            PIC 9(08) VALUE ZERO.
           05  :tag:-ACK-TIME            PIC 9(04) VALUE ZERO.
           05  :tag:-ACK-ICN             PIC X(09) VALUE SPACES.
