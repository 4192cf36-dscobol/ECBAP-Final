      * 2026-09-01 dastagg       Lifecycle status stamped onto
      *                          each PARTOUT record from the
      *                          promoted lifecycle file.
      * 2026-09-28 dastagg       Model record carries an end-of-
      *                          production date -- FD widened.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ModelFile-Record  PIC X(29).

       FD  SeverityFile
           LABEL RECORDS ARE STANDARD
