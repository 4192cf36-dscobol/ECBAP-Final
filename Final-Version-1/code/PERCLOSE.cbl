      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for period close
      * 2026-10-15 dastagg       POOUT and its frozen copy read at
      *                          POOUT's full 160-byte width -- the
      *                          snapshots were cut at 80 bytes,
      *                          and YREND reads the year's last
      *                          one for its summary.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoOut-Record              PIC X(369).

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoFrozen-Record           PIC X(369).

       FD  StatusFrozenFile
           LABEL RECORDS ARE STANDARD
