      *
      * Description: The full Part-Supplier-Address-PO record.
      *
      *    This is the 249 to 4190 byte record read from PSAPFile
      *    and passed down to PARTCALL/SUPPCALL/ADDRCALL/POCALL a
      *    group at a time.  SUPP-ADDRESS and PURCHASE-ORDER no
      *    longer always carry a full set of blank slots -- each
      *                          terms on file, same as every
      *                          record before the segment
      *                          existed.
      * 2026-10-02 dastagg       Optional PO-contract segment --
      *                          the prime contract number and
      *                          DPAS rating for each PO, its own
      *                          count like PAYMENT-TERMS.
      *                          Occurrence n belongs to
      *                          PURCHASE-ORDER n; a record
      *                          without one reads as no contract
      *                          on any of its POs.
      * 2026-10-04 dastagg       Optional supplier tax segment --
      *                          TIN, TIN type, 1099 reportable
      *                          flag and box, W-9 on-file date,
      *                          its own count like PAYMENT-TERMS.
      *                          A record without one reads as no
      *                          tax information on file.
      * 2026-10-13 dastagg       Optional PO distribution segment --
      *                          up to three GL account / cost
      *                          center / percent lines for each
      *                          PO, its own count like
      *                          PO-CONTRACTS.  Occurrence n
      *                          belongs to PURCHASE-ORDER n; a
      *                          record without one leaves POCALL
      *                          to derive the default coding.
      * 2026-10-15 dastagg       Optional PO delivery-schedule
      *                          segment -- up to twelve schedule
      *                          lines (line number, quantity,
      *                          due date) for each PO, its own
      *                          count like PO-DISTRIBUTIONS.
      *                          Occurrence n belongs to
      *                          PURCHASE-ORDER n; a record
      *                          without one is one delivery of
      *                          the whole quantity on
      *                          DELIVERY-DATE, as before.
      * 2026-10-15 dastagg       Optional PO ship-to segment --
      *                          the plant each PO is to be
      *                          delivered to, its own count like
      *                          PO-SCHEDULES.  Occurrence n
      *                          belongs to PURCHASE-ORDER n; a
      *                          blank (or missing) occurrence
      *                          ships to the plant that sent the
      *                          transmission.
      *
      **********************************************************
       01  PART-SUPP-ADDR-PO.
                   15 TERMS-NET-DAYS    PIC 9(03) VALUE ZERO.
                   15 TERMS-DISC-PCT    PIC 9(02)V99 VALUE ZERO.
                   15 TERMS-DISC-DAYS   PIC 9(03) VALUE ZERO.
           05  PO-CONTRACTS.
               10  NUM-PO-CONTRACTS  PIC 9(02) VALUE ZERO.
               10  PO-CONTRACT OCCURS 0 TO 10 TIMES
                   DEPENDING ON NUM-PO-CONTRACTS INDEXED BY PCON-IDX.
                   15 PRIME-CONTRACT-NO PIC X(16) VALUE SPACES.
                   15 DPAS-RATING       PIC X(02) VALUE SPACES.
                       88 DPAS-DO                 VALUE 'DO'.
                       88 DPAS-DX                 VALUE 'DX'.
           05  SUPP-TAX.
               10  NUM-SUPP-TAX      PIC 9(02) VALUE ZERO.
               10  SUPP-TAX-INFO OCCURS 0 TO 1 TIMES
                   DEPENDING ON NUM-SUPP-TAX INDEXED BY TAX-IDX.
                   15 SUPP-TIN          PIC X(09) VALUE SPACES.
                   15 SUPP-TIN-TYPE     PIC X(01) VALUE SPACES.
                       88 TIN-IS-EIN              VALUE 'E'.
                       88 TIN-IS-SSN              VALUE 'S'.
                   15 SUPP-1099-FLAG    PIC X(01) VALUE SPACES.
                       88 SUPP-1099-REPORTABLE    VALUE 'Y'.
                       88 SUPP-1099-EXEMPT        VALUE 'N'.
                   15 SUPP-1099-BOX     PIC X(02) VALUE SPACES.
                   15 SUPP-W9-DATE      PIC 9(08) VALUE ZERO.
           05  PO-DISTRIBUTIONS.
               10  NUM-PO-DISTS      PIC 9(02) VALUE ZERO.
               10  PO-DIST OCCURS 0 TO 10 TIMES
                   DEPENDING ON NUM-PO-DISTS INDEXED BY DIST-IDX.
                   15 DIST-LINE OCCURS 3 TIMES.
                      20 DIST-GL-ACCOUNT   PIC X(10) VALUE SPACES.
                      20 DIST-COST-CENTER  PIC X(06) VALUE SPACES.
                      20 DIST-PERCENT      PIC 9(03)V99 VALUE ZERO.
           05  PO-SCHEDULES.
               10  NUM-PO-SCHEDS     PIC 9(02) VALUE ZERO.
               10  PO-SCHED OCCURS 0 TO 10 TIMES
                   DEPENDING ON NUM-PO-SCHEDS INDEXED BY SCHD-IDX.
                   15 SCHED-LINE OCCURS 12 TIMES.
                      20 SCHED-LINE-NO     PIC 9(02) VALUE ZERO.
                      20 SCHED-QUANTITY    PIC 9(07) VALUE ZERO.
                      20 SCHED-DUE-DATE    PIC 9(08) VALUE ZERO.
           05  PO-SHIPTOS.
               10  NUM-PO-SHIPTOS    PIC 9(02) VALUE ZERO.
               10  PO-SHIPTO OCCURS 0 TO 10 TIMES
                   DEPENDING ON NUM-PO-SHIPTOS INDEXED BY SHIP-IDX.
                   15 SHIP-TO-PLANT     PIC X(03) VALUE SPACES.
