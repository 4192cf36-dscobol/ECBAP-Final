      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for delimited senders
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
           DEPENDING ON WS-PsapOut-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
           MOVE 1 TO NUM-PURCH-ORDERS.
           MOVE ZERO TO NUM-CONTACTS.
           MOVE ZERO TO NUM-PAY-TERMS.
           MOVE ZERO TO NUM-PO-CONTRACTS.
           MOVE ZERO TO NUM-SUPP-TAX.
           MOVE ZERO TO NUM-PO-DISTS.
           MOVE ZERO TO NUM-PO-SCHEDS.
           MOVE ZERO TO NUM-PO-SHIPTOS.
           MOVE SPACES TO PARTS.
           MOVE SPACES TO SUPPLIER-CODE SUPPLIER-TYPE
              SUPPLIER-NAME SUPPLIER-RATING SUPPLIER-STATUS.
