      *                          records one day and one the
      *                          next stops printing as a
      *                          spurious appear/disappear.
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment.
      * 2026-10-13 dastagg       PSAP record maximum 2116 for
      *                          the PO distribution segment.
      * 2026-10-15 dastagg       PSAP record maximum 4158 for
      *                          the PO delivery-schedule segment.
      * 2026-10-15 dastagg       PSAP record maximum 4190 for
      *                          the PO ship-to segment.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-GenFile-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
