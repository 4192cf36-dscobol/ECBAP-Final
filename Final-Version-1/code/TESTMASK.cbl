      *    supplier names, contacts, and prices.  This copies a
      *    production file while masking SUPPLIER-NAME, every
      *    CONTACT-NAME/PHONE/EMAIL, the street address lines,
      *    the supplier TIN, and UNIT-PRICE -- structure, counts,
      *    city/state/zip, and the *HDR*/*TRL* controls stay
      *    intact, and the trailer's record count and quantity
      *    hash are recomputed over what was written.
      *
      *    Masking is CONSISTENT: each value's replacement is
      *    derived from a PSAPHASH hash of the original, so the
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for masked test copies
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment; the
      *                          TIN is masked with the rest.
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
           DEPENDING ON WS-ProdFile-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-ProdFile-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-MaskFile-Record   PIC X(4190).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
                    PERFORM 2200-Mask-Addresses
                    PERFORM 2300-Mask-Contacts
                    PERFORM 2400-Mask-Prices
                    PERFORM 2450-Mask-Tin
              END-EVALUATE
              PERFORM 2900-Write-Masked-Record
           ELSE
              ADD QUANTITY(PO-IDX) TO WS-Qty-Hash
           END-IF.

      *    A masked TIN still passes SUPPCALL's format edits --
      *    nine digits led by a 1, valid as either an SSN or an
      *    EIN -- so the tax checks run the production paths.
       2450-Mask-Tin.
           IF NUM-SUPP-TAX IS NUMERIC AND NUM-SUPP-TAX = 1
              IF SUPP-TIN(1) > SPACES
                 MOVE SUPP-TIN(1) TO WS-Hash-Record
                 PERFORM 2800-Hash-Held-Value
                 MOVE SPACES TO SUPP-TIN(1)
                 STRING "1" WS-Mask-Digits(1:8)
                    DELIMITED BY SIZE INTO SUPP-TIN(1)
              END-IF
           END-IF.

      *    The trailer covers what this file now carries: the
      *    masked copy's own data-record count and quantity hash,
      *    recomputed the way the driver verifies them.
