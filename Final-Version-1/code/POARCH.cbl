      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Created for PO archival
      * 2026-10-02 dastagg       POOUT image 96 for the prime
      *                          contract and DPAS rating.
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoArch-Record.
           05 FD-PoArch-Date        PIC X(08).
           05 FD-PoArch-Image       PIC X(369).

       FD  PoOutNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoOutNew-Record   PIC X(369).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
