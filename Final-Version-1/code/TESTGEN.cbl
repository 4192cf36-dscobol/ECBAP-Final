      *                          beside the scenarios so TESTVRFY
      *                          can grade a test PSAP run without
      *                          a human reading the counts.
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
           DEPENDING ON WS-TestDataFile-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
           MOVE 1 TO NUM-PURCH-ORDERS.
           MOVE 0 TO NUM-CONTACTS.
           MOVE 0 TO NUM-PAY-TERMS.
           MOVE 0 TO NUM-PO-CONTRACTS.
           MOVE 0 TO NUM-SUPP-TAX.
           MOVE 0 TO NUM-PO-DISTS.
           MOVE 0 TO NUM-PO-SCHEDS.
           MOVE 0 TO NUM-PO-SHIPTOS.
           STRING "P" WS-Seq-Edit DELIMITED BY SIZE
              INTO PO-NUMBER(1).
      *    Placeholder -- must match a real entry in the site's own
