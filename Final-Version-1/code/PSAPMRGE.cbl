      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Created for parallel month-end
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment; POOUT
      *                          image 96 for the prime contract
      *                          and DPAS rating.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment.
      * 2026-10-13 dastagg       PSAP record maximum 2116 and
      *                          POOUT image 160 for the PO
      *                          GL distribution lines.
      * 2026-10-15 dastagg       PSAP record maximum 4158 and
      *                          POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       PSAP record maximum 4190 and
      *                          POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-GoodIn-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoIn-Record         PIC X(369).

       FD  GoodOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-GoodIn-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-GoodOut-Record      PIC X(4190).

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoOut-Record        PIC X(369).

       FD  SplitControlFile
           LABEL RECORDS ARE STANDARD
