      ***********************************************************
      * Program name:    REQGEN
      * Original author: David Stagowski
      *
      *    Description: Replenishment PO proposals from the
      *       SHORTPRJ shortfall extract.
      *
      *    SHORTPRJ tells planning which parts will run short and
      *    then a buyer keyed a PO by hand for every line.  This
      *    takes each shortfall on the extract SHORTPRJ leaves
      *    and picks a source for it:
      *      - parts on hold or obsolete on the promoted
      *        part-lifecycle file are skipped -- no PO is
      *        proposed against a part engineering has stopped;
      *      - the candidate suppliers are the part's pairings
      *        on the PSAPXREF cross-reference, less any supplier
      *        on the highest tier of supplier-risk;
      *      - of those, only a pairing with a negotiated
      *        supplier-catalog price can be proposed, and the
      *        preferred one is the pairing most recently seen on
      *        a good record -- the supplier currently shipping.
      *    The quantity is the shortfall rounded up to the part's
      *    order rules (minimum and multiple), and the delivery
      *    date is the required date or today plus the part's
      *    WEEKS-LEAD-TIME, whichever is later.
      *
      *    Proposals are written as full PSAPFile-format records
      *    -- part, supplier, addresses, contacts and terms from
      *    the keyed masters, one PO occurrence -- to the
      *    proposal file for buyer review, with a review listing
      *    beside it.  REQAPPR takes the buyer's decisions and
      *    stages the approved proposals as a PSAP input file, so
      *    a generated PO goes through exactly the same POCALL
      *    buyer-limit, budget, and order-rule edits as a keyed
      *    one.
      *
      *    Control file (../data/replen-control.dat.txt): the
      *    next proposal sequence 9(5) and the buyer code 3 the
      *    proposals are raised under.  Proposal PO-NUMBERs are
      *    'R' plus the sequence.  A missing file starts at 1
      *    under buyer MRP.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-08 dastagg       Created for replenishment POs
      * 2026-09-25 dastagg       Risk record carries a sixth
      *                          factor's points -- FILLER widened.
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment, carried
      *                          from SUPPOUT like the terms.
      * 2026-10-13 dastagg       PSAP record maximum 2116 for
      *                          the PO distribution segment.
      * 2026-10-15 dastagg       PSAP record maximum 4158 for
      *                          the PO delivery-schedule segment.
      * 2026-10-15 dastagg       PSAP record maximum 4190 for
      *                          the PO ship-to segment.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SHORTPRJ's extract SELECT is the authority.
           SELECT ShortfallExtract
           ASSIGN TO "../data/shortfall-extract.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ShortfallExtract-Status.

      *    PSAPFile's FD in PSAP.cbl is the authority on the
      *    physical format -- a proposal file is read by PSAP
      *    like any plant transmission.
           SELECT ProposalFile
           ASSIGN TO "../data/replen-proposals.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ProposalFile-Status.

           SELECT ProposalRpt
           ASSIGN TO "../data/replen-proposal-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ProposalRpt-Status.

           SELECT ControlFile
           ASSIGN TO "../data/replen-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    ACCESS IS DYNAMIC here for the part browse, the
      *    PARTSUPQ idiom.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

      *    AddrOut's own SELECT in ADDRCALL.cbl is the authority
      *    -- DYNAMIC so a supplier's addresses browse in key
      *    order.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContOut-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

      *    The rest are POCALL's parameter files -- its SELECTs
      *    are the authority on each record shape.
           SELECT CatalogFile
           ASSIGN TO "../data/supplier-catalog.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogFile-Status.

           SELECT OrderRulesFile
           ASSIGN TO "../data/order-rules.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OrderRulesFile-Status.

           SELECT LifecycleFile
           ASSIGN TO "../data/part-lifecycle.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LifecycleFile-Status.

           SELECT RiskFile
           ASSIGN TO "../data/supplier-risk.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RiskFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ShortfallExtract
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Shortfall-Record.
           05 FD-Short-Part             PIC X(23).
           05 FD-Short-Req-Date         PIC 9(08).
           05 FD-Short-Quantity         PIC 9(07).
           05 FD-Short-Flag             PIC X(01).

       FD  ProposalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-Proposal-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.

       FD  ProposalRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ProposalRpt-Record        PIC X(132).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(05).
           05 FD-Ctl-Buyer-Code         PIC X(03).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==ContOut==.

       FD  CatalogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Catalog-Record.
           05 FD-Cat-Part               PIC X(23).
           05 FD-Cat-Supp               PIC X(10).
           05 FD-Cat-Price              PIC 9(07)V99.

       FD  OrderRulesFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-OrderRule-Record.
           05 FD-OR-Part                PIC X(23).
           05 FD-OR-Uom                 PIC X(03).
           05 FD-OR-Min-Qty             PIC 9(07).
           05 FD-OR-Multiple            PIC 9(07).

       FD  LifecycleFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Lifecycle-Record.
           05 FD-Life-Part              PIC X(23).
           05 FD-Life-Status            PIC X(01).

       FD  RiskFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Risk-Record.
           05 FD-Risk-Supplier          PIC X(10).
           05 FD-Risk-Score             PIC 9(03).
           05 FD-Risk-Tier              PIC X(01).
           05 FILLER                    PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ShortfallExtract==.
           COPY WSFST REPLACING ==:tag:== BY ==ProposalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ProposalRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OrderRulesFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LifecycleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RiskFile==.

       01  WS-File-Counters.
           12 WS-Proposal-Length           PIC 9(4) COMP VALUE ZERO.
           12 FD-Shortfall-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-Proposal-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-ProposalRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Skip-Counters.
           12 WS-Skip-No-Part-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Skip-Lifecycle-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Skip-No-Source-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Skip-No-Supplier-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Risk-Passed-Over-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Next-Seq                  PIC 9(05) VALUE 1.
           12 WS-Proposal-Buyer            PIC X(03) VALUE "MRP".
           12 WS-Proposal-PO-Number.
              15 FILLER                    PIC X(01) VALUE "R".
              15 WS-Proposal-PO-Seq        PIC 9(05) VALUE ZERO.

       01  WS-Catalog-Storage.
           12 WS-Cat-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Cat-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cat-Cnt
              INDEXED BY WS-Cat-IDX.
              15 WS-Cat-Part               PIC X(23).
              15 WS-Cat-Supp               PIC X(10).
              15 WS-Cat-Price              PIC 9(07)V99.
           12 WS-Cat-Match-IDX             PIC S9(4) COMP VALUE ZERO.

       01  WS-Order-Rules-Storage.
           12 WS-OR-Max-Cnt                PIC S9(4) COMP VALUE +2000.
           12 WS-OR-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-OR-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-OR-Cnt
              INDEXED BY WS-OR-IDX.
              15 WS-OR-Part                PIC X(23).
              15 WS-OR-Min-Qty             PIC 9(07).
              15 WS-OR-Multiple            PIC 9(07).

       01  WS-Lifecycle-Storage.
           12 WS-Life-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Life-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Life-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Life-Cnt
              INDEXED BY WS-Life-IDX.
              15 WS-Life-Part              PIC X(23).
              15 WS-Life-Status            PIC X(01).

       01  WS-Risk-Storage.
           12 WS-Risk-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Risk-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Risk-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Risk-Cnt
              INDEXED BY WS-Risk-IDX.
              15 WS-Risk-Supplier          PIC X(10).

       01  WS-Source-Work.
           12 WS-Life-Hold-Status          PIC X(01) VALUE SPACE.
              88 WS-Life-Blocked              VALUE 'H' 'O'.
           12 WS-Xref-Hold-Part            PIC X(23) VALUE SPACES.
           12 WS-Xref-Browse-Flag          PIC X VALUE 'N'.
              88 WS-Xref-Browse-Done          VALUE 'Y'.
              88 WS-Xref-Browse-More          VALUE 'N'.
           12 WS-Risk-Found-Flag           PIC X VALUE 'N'.
              88 WS-Risk-Found                VALUE 'Y'.
           12 WS-Best-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Best-Seen-Date            PIC X(08) VALUE SPACES.
           12 WS-Best-Price                PIC 9(07)V99 VALUE ZERO.
           12 WS-Skip-Reason               PIC X(30) VALUE SPACES.
           12 WS-Order-Qty                 PIC 9(07) VALUE ZERO.
           12 WS-Order-Remainder           PIC 9(07) VALUE ZERO.
           12 WS-Order-Whole               PIC 9(07) VALUE ZERO.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Req-Date-Int              PIC 9(10) VALUE ZERO.
           12 WS-Earliest-Int              PIC 9(10) VALUE ZERO.
           12 WS-Delivery-Date             PIC 9(08) VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Price-Edit                PIC Z(6)9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Source-One-Shortfall
              UNTIL WS-ShortfallExtract-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "REQGEN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1010-Read-Control.
           PERFORM 1020-Load-Catalog-Table.
           PERFORM 1030-Load-Order-Rules-Table.
           PERFORM 1040-Load-Lifecycle-Table.
           PERFORM 1050-Load-Risk-Table.
           OPEN INPUT ShortfallExtract.
           IF NOT WS-ShortfallExtract-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "shortfall-extract" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ShortfallExtract Failed."
              DISPLAY "File Status: " WS-ShortfallExtract-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut SuppOut XrefFile AddrOut ContOut.
           OPEN OUTPUT ProposalFile ProposalRpt.
           MOVE SPACES TO FD-ProposalRpt-Record.
           STRING "REPLENISHMENT PO PROPOSALS FOR BUYER REVIEW -- "
              WS-Today-Date " -- BUYER " WS-Proposal-Buyer
              DELIMITED BY SIZE INTO FD-ProposalRpt-Record.
           PERFORM 2900-Write-Proposal-Rpt-Line.

      *    A missing control file just means the first run --
      *    defaults stand (sequence 1, buyer MRP).
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Next-Seq
                 END-IF
                 IF FD-Ctl-Buyer-Code > SPACES
                    MOVE FD-Ctl-Buyer-Code TO WS-Proposal-Buyer
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

      *    A missing catalog means no pairing can be priced --
      *    every shortfall lists as NO PRICED SOURCE.
       1020-Load-Catalog-Table.
           OPEN INPUT CatalogFile.
           IF WS-CatalogFile-Good
              PERFORM 1025-Load-One-Catalog-Row
                 UNTIL WS-CatalogFile-EOF
              CLOSE CatalogFile
           END-IF.

       1025-Load-One-Catalog-Row.
           READ CatalogFile
              AT END SET WS-CatalogFile-EOF TO TRUE
           END-READ.
           IF WS-CatalogFile-Good AND FD-Cat-Price IS NUMERIC
              IF WS-Cat-Cnt >= WS-Cat-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Catalog-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cat-Cnt
              SET WS-Cat-IDX TO WS-Cat-Cnt
              MOVE FD-Cat-Part TO WS-Cat-Part(WS-Cat-IDX)
              MOVE FD-Cat-Supp TO WS-Cat-Supp(WS-Cat-IDX)
              MOVE FD-Cat-Price TO WS-Cat-Price(WS-Cat-IDX)
           END-IF.

      *    A missing rules file just means the shortfall
      *    quantity is proposed as it stands.
       1030-Load-Order-Rules-Table.
           OPEN INPUT OrderRulesFile.
           IF WS-OrderRulesFile-Good
              PERFORM 1035-Load-One-Order-Rule
                 UNTIL WS-OrderRulesFile-EOF
              CLOSE OrderRulesFile
           END-IF.

       1035-Load-One-Order-Rule.
           READ OrderRulesFile
              AT END SET WS-OrderRulesFile-EOF TO TRUE
           END-READ.
           IF WS-OrderRulesFile-Good
              IF WS-OR-Cnt >= WS-OR-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Order-Rules-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-OR-Cnt
              SET WS-OR-IDX TO WS-OR-Cnt
              MOVE FD-OR-Part TO WS-OR-Part(WS-OR-IDX)
              MOVE ZERO TO WS-OR-Min-Qty(WS-OR-IDX)
                           WS-OR-Multiple(WS-OR-IDX)
              IF FD-OR-Min-Qty IS NUMERIC
                 MOVE FD-OR-Min-Qty TO WS-OR-Min-Qty(WS-OR-IDX)
              END-IF
              IF FD-OR-Multiple IS NUMERIC
                 MOVE FD-OR-Multiple TO WS-OR-Multiple(WS-OR-IDX)
              END-IF
           END-IF.

      *    A missing lifecycle file just means PARTOUT's own
      *    LIFECYCLE-STATUS stands.
       1040-Load-Lifecycle-Table.
           OPEN INPUT LifecycleFile.
           IF WS-LifecycleFile-Good
              PERFORM 1045-Load-One-Lifecycle
                 UNTIL WS-LifecycleFile-EOF
              CLOSE LifecycleFile
           END-IF.

       1045-Load-One-Lifecycle.
           READ LifecycleFile
              AT END SET WS-LifecycleFile-EOF TO TRUE
           END-READ.
           IF WS-LifecycleFile-Good
              IF WS-Life-Cnt >= WS-Life-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Lifecycle-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Life-Cnt
              SET WS-Life-IDX TO WS-Life-Cnt
              MOVE FD-Life-Part TO WS-Life-Part(WS-Life-IDX)
              MOVE FD-Life-Status TO WS-Life-Status(WS-Life-IDX)
           END-IF.

      *    Only tier-H rows load, POCALL's rule -- a missing
      *    index file just means no supplier is passed over.
       1050-Load-Risk-Table.
           OPEN INPUT RiskFile.
           IF WS-RiskFile-Good
              PERFORM 1055-Load-One-Risk-Row
                 UNTIL WS-RiskFile-EOF
              CLOSE RiskFile
           END-IF.

       1055-Load-One-Risk-Row.
           READ RiskFile
              AT END SET WS-RiskFile-EOF TO TRUE
           END-READ.
           IF WS-RiskFile-Good AND FD-Risk-Tier = 'H'
              IF WS-Risk-Cnt >= WS-Risk-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Risk-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Risk-Cnt
              SET WS-Risk-IDX TO WS-Risk-Cnt
              MOVE FD-Risk-Supplier TO WS-Risk-Supplier(WS-Risk-IDX)
           END-IF.

       2000-Source-One-Shortfall.
           READ ShortfallExtract
              AT END SET WS-ShortfallExtract-EOF TO TRUE
           END-READ.
           IF WS-ShortfallExtract-Good
              ADD +1 TO FD-Shortfall-Record-Cnt
              PERFORM 2100-Source-Shortfall
           ELSE
              IF WS-ShortfallExtract-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "shortfall-extract" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Source-One-Shortfall"
                 DISPLAY "File Status: " WS-ShortfallExtract-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    Each test that can stop a proposal sets the reason
      *    the review listing shows for it.
       2100-Source-Shortfall.
           MOVE SPACES TO WS-Skip-Reason.
           MOVE FD-Short-Part TO PartOut-PART-NUMBER.
           READ PartOut
              INVALID KEY
                 MOVE "NOT ON PARTOUT" TO WS-Skip-Reason
                 ADD +1 TO WS-Skip-No-Part-Cnt
           END-READ.
           IF WS-Skip-Reason = SPACES
              PERFORM 2110-Check-Lifecycle
           END-IF.
           IF WS-Skip-Reason = SPACES
              PERFORM 2200-Pick-Preferred-Source
           END-IF.
           IF WS-Skip-Reason = SPACES
              MOVE WS-Best-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    MOVE "SUPPLIER NOT ON SUPPOUT" TO
                       WS-Skip-Reason
                    ADD +1 TO WS-Skip-No-Supplier-Cnt
              END-READ
           END-IF.
           IF WS-Skip-Reason = SPACES
              PERFORM 2300-Size-And-Date-Order
              PERFORM 2400-Build-Proposal
              PERFORM 2500-Write-Proposal
           ELSE
              MOVE FD-Short-Quantity TO WS-Qty-Edit
              MOVE SPACES TO FD-ProposalRpt-Record
              STRING "SKIPPED  " FD-Short-Part
                 " REQ " FD-Short-Req-Date
                 " SHORT " WS-Qty-Edit
                 " -- " WS-Skip-Reason
                 DELIMITED BY SIZE INTO FD-ProposalRpt-Record
              PERFORM 2900-Write-Proposal-Rpt-Line
           END-IF.

       2110-Check-Lifecycle.
           MOVE PartOut-LIFECYCLE-STATUS TO WS-Life-Hold-Status.
           PERFORM VARYING WS-Life-IDX FROM 1 BY 1
              UNTIL WS-Life-IDX > WS-Life-Cnt
              IF WS-Life-Part(WS-Life-IDX) = FD-Short-Part
                 MOVE WS-Life-Status(WS-Life-IDX) TO
                    WS-Life-Hold-Status
                 SET WS-Life-IDX TO WS-Life-Cnt
              END-IF
           END-PERFORM.
           IF WS-Life-Blocked
              ADD +1 TO WS-Skip-Lifecycle-Cnt
              IF WS-Life-Hold-Status = 'H'
                 MOVE "PART ON HOLD" TO WS-Skip-Reason
              ELSE
                 MOVE "PART OBSOLETE" TO WS-Skip-Reason
              END-IF
           END-IF.

      *    Browse every pairing for the part on the cross-
      *    reference (the PARTSUPQ browse) and keep the most
      *    recently seen one that is not high-risk and has a
      *    catalog price.
       2200-Pick-Preferred-Source.
           MOVE SPACES TO WS-Best-Supplier WS-Best-Seen-Date.
           MOVE ZERO TO WS-Best-Price.
           MOVE FD-Short-Part TO WS-Xref-Hold-Part.
           SET WS-Xref-Browse-More TO TRUE.
           MOVE WS-Xref-Hold-Part TO Xref-XREF-PART-NUMBER.
           MOVE LOW-VALUES TO Xref-XREF-SUPPLIER-CODE.
           START XrefFile KEY >= Xref-XREF-KEY
              INVALID KEY SET WS-Xref-Browse-Done TO TRUE
           END-START.
           PERFORM 2210-Consider-One-Pairing
              UNTIL WS-Xref-Browse-Done.
           IF WS-Best-Supplier = SPACES
              MOVE "NO PRICED SOURCE" TO WS-Skip-Reason
              ADD +1 TO WS-Skip-No-Source-Cnt
           END-IF.

       2210-Consider-One-Pairing.
           READ XrefFile NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-PART-NUMBER = WS-Xref-Hold-Part
              PERFORM 2220-Check-Risk
              IF WS-Risk-Found
                 ADD +1 TO WS-Risk-Passed-Over-Cnt
              ELSE
                 PERFORM 2230-Find-Catalog-Price
                 IF WS-Cat-Match-IDX > ZERO AND
                    Xref-XREF-LAST-SEEN-DATE > WS-Best-Seen-Date
                    MOVE Xref-XREF-SUPPLIER-CODE TO
                       WS-Best-Supplier
                    MOVE Xref-XREF-LAST-SEEN-DATE TO
                       WS-Best-Seen-Date
                    MOVE WS-Cat-Price(WS-Cat-Match-IDX) TO
                       WS-Best-Price
                 END-IF
              END-IF
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

       2220-Check-Risk.
           MOVE 'N' TO WS-Risk-Found-Flag.
           PERFORM VARYING WS-Risk-IDX FROM 1 BY 1
              UNTIL WS-Risk-IDX > WS-Risk-Cnt
              IF WS-Risk-Supplier(WS-Risk-IDX) =
                 Xref-XREF-SUPPLIER-CODE
                 SET WS-Risk-Found TO TRUE
                 SET WS-Risk-IDX TO WS-Risk-Cnt
              END-IF
           END-PERFORM.

       2230-Find-Catalog-Price.
           MOVE ZERO TO WS-Cat-Match-IDX.
           PERFORM VARYING WS-Cat-IDX FROM 1 BY 1
              UNTIL WS-Cat-IDX > WS-Cat-Cnt
              IF WS-Cat-Part(WS-Cat-IDX) = Xref-XREF-PART-NUMBER
                 AND WS-Cat-Supp(WS-Cat-IDX) =
                 Xref-XREF-SUPPLIER-CODE
                 SET WS-Cat-Match-IDX TO WS-Cat-IDX
                 SET WS-Cat-IDX TO WS-Cat-Cnt
              END-IF
           END-PERFORM.

      *    Round up to the order rules so the proposal doesn't
      *    bounce off POCALL's PO-ORDRULES check for nothing, and
      *    deliver no earlier than the part's lead time allows.
       2300-Size-And-Date-Order.
           MOVE FD-Short-Quantity TO WS-Order-Qty.
           PERFORM VARYING WS-OR-IDX FROM 1 BY 1
              UNTIL WS-OR-IDX > WS-OR-Cnt
              IF WS-OR-Part(WS-OR-IDX) = FD-Short-Part
                 IF WS-Order-Qty < WS-OR-Min-Qty(WS-OR-IDX)
                    MOVE WS-OR-Min-Qty(WS-OR-IDX) TO WS-Order-Qty
                 END-IF
                 IF WS-OR-Multiple(WS-OR-IDX) > ZERO
                    DIVIDE WS-Order-Qty BY WS-OR-Multiple(WS-OR-IDX)
                       GIVING WS-Order-Whole
                       REMAINDER WS-Order-Remainder
                    IF WS-Order-Remainder > ZERO
                       COMPUTE WS-Order-Qty =
                          (WS-Order-Whole + 1) *
                          WS-OR-Multiple(WS-OR-IDX)
                    END-IF
                 END-IF
                 SET WS-OR-IDX TO WS-OR-Cnt
              END-IF
           END-PERFORM.
           COMPUTE WS-Earliest-Int =
              WS-Today-Int + (PartOut-WEEKS-LEAD-TIME * 7).
           MOVE ZERO TO WS-Req-Date-Int.
           IF FD-Short-Req-Date IS NUMERIC AND
              FD-Short-Req-Date > ZERO
              COMPUTE WS-Req-Date-Int =
                 FUNCTION INTEGER-OF-DATE(FD-Short-Req-Date)
           END-IF.
           IF WS-Req-Date-Int > WS-Earliest-Int
              MOVE FD-Short-Req-Date TO WS-Delivery-Date
           ELSE
              COMPUTE WS-Delivery-Date =
                 FUNCTION DATE-OF-INTEGER(WS-Earliest-Int)
           END-IF.

      *    The record is built front to back -- each occurrence
      *    count is set before its segment is filled, because
      *    every segment after it moves with that count.
       2400-Build-Proposal.
           MOVE WS-Next-Seq TO WS-Proposal-PO-Seq.
           ADD 1 TO WS-Next-Seq.
           MOVE PartOut-PART-NUMBER TO PART-NUMBER.
           MOVE PartOut-PART-NAME TO PART-NAME.
           MOVE PartOut-SPEC-NUMBER TO SPEC-NUMBER.
           MOVE PartOut-GOVT-COMML-CODE TO GOVT-COMML-CODE.
           MOVE PartOut-BLUEPRINT-NUMBER TO BLUEPRINT-NUMBER.
           MOVE PartOut-UNIT-OF-MEASURE TO UNIT-OF-MEASURE.
           MOVE PartOut-WEEKS-LEAD-TIME TO WEEKS-LEAD-TIME.
           MOVE PartOut-VEHICLE-MAKE TO VEHICLE-MAKE.
           MOVE PartOut-VEHICLE-MODEL TO VEHICLE-MODEL.
           MOVE PartOut-VEHICLE-YEAR TO VEHICLE-YEAR.
           MOVE SPACE TO RECORD-WARN-FLAG.
           MOVE SuppOut-SUPPLIER-CODE TO SUPPLIER-CODE.
           MOVE SuppOut-SUPPLIER-TYPE TO SUPPLIER-TYPE.
           MOVE SuppOut-SUPPLIER-NAME TO SUPPLIER-NAME.
           MOVE SuppOut-SUPPLIER-PERF TO SUPPLIER-PERF.
           MOVE SuppOut-SUPPLIER-RATING TO SUPPLIER-RATING.
           MOVE SuppOut-SUPPLIER-STATUS TO SUPPLIER-STATUS.
           MOVE SuppOut-SUPPLIER-ACT-DATE TO SUPPLIER-ACT-DATE.
           PERFORM 2410-Load-Addresses.
           MOVE 1 TO NUM-PURCH-ORDERS.
           MOVE WS-Proposal-PO-Number TO PO-NUMBER(1).
           MOVE WS-Proposal-Buyer TO BUYER-CODE(1).
           MOVE WS-Order-Qty TO QUANTITY(1).
           MOVE WS-Best-Price TO UNIT-PRICE(1).
           MOVE "USD" TO CURRENCY-CODE(1).
           MOVE WS-Today-Date TO ORDER-DATE(1).
           MOVE WS-Delivery-Date TO DELIVERY-DATE(1).
           PERFORM 2420-Load-Contacts.
           IF SuppOut-TERMS-NET-DAYS > ZERO
              MOVE 1 TO NUM-PAY-TERMS
              MOVE SuppOut-TERMS-NET-DAYS TO TERMS-NET-DAYS(1)
              MOVE SuppOut-TERMS-DISC-PCT TO TERMS-DISC-PCT(1)
              MOVE SuppOut-TERMS-DISC-DAYS TO TERMS-DISC-DAYS(1)
           ELSE
              MOVE ZERO TO NUM-PAY-TERMS
           END-IF.
           MOVE ZERO TO NUM-PO-CONTRACTS.
      *    The supplier's tax information rides along the same way,
      *    so the proposal does not blank it on SUPPOUT when it runs.
           IF SuppOut-SUPPLIER-TIN NOT = SPACES OR
              SuppOut-1099-FLAG NOT = SPACE OR
              SuppOut-W9-DATE NOT = ZERO
              MOVE 1 TO NUM-SUPP-TAX
              MOVE SuppOut-SUPPLIER-TIN TO SUPP-TIN(1)
              MOVE SuppOut-TIN-TYPE TO SUPP-TIN-TYPE(1)
              MOVE SuppOut-1099-FLAG TO SUPP-1099-FLAG(1)
              MOVE SuppOut-1099-BOX TO SUPP-1099-BOX(1)
              MOVE SuppOut-W9-DATE TO SUPP-W9-DATE(1)
           ELSE
              MOVE ZERO TO NUM-SUPP-TAX
           END-IF.
           MOVE ZERO TO NUM-PO-DISTS.
           MOVE ZERO TO NUM-PO-SCHEDS.
           MOVE ZERO TO NUM-PO-SHIPTOS.

      *    The segment needs at least one address -- a supplier
      *    with none on file still proposes, and ADDRCALL's
      *    edits say what is missing when it reaches PSAP.
       2410-Load-Addresses.
           MOVE 1 TO NUM-ADDRESSES.
           MOVE SPACES TO SUPP-ADDRESS(1).
           MOVE ZERO TO NUM-ADDRESSES.
           SET WS-Xref-Browse-More TO TRUE.
           MOVE SuppOut-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE.
           MOVE LOW-VALUES TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY SET WS-Xref-Browse-Done TO TRUE
           END-START.
           PERFORM 2415-Load-One-Address
              UNTIL WS-Xref-Browse-Done.
           IF NUM-ADDRESSES = ZERO
              MOVE 1 TO NUM-ADDRESSES
           END-IF.

       2415-Load-One-Address.
           READ AddrOut NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-AddrOut-Good AND
              AddrOut-SUPPLIER-CODE = SuppOut-SUPPLIER-CODE AND
              NUM-ADDRESSES < 5
              ADD 1 TO NUM-ADDRESSES
              SET ADDR-IDX TO NUM-ADDRESSES
              MOVE AddrOut-ADDRESS-TYPE TO ADDRESS-TYPE(ADDR-IDX)
              MOVE AddrOut-ADDRESS-1 TO ADDRESS-1(ADDR-IDX)
              MOVE AddrOut-ADDRESS-2 TO ADDRESS-2(ADDR-IDX)
              MOVE AddrOut-ADDRESS-3 TO ADDRESS-3(ADDR-IDX)
              MOVE AddrOut-CITY TO CITY(ADDR-IDX)
              MOVE AddrOut-ADDR-STATE TO ADDR-STATE(ADDR-IDX)
              MOVE AddrOut-ZIP-CODE TO ZIP-CODE(ADDR-IDX)
              MOVE AddrOut-COUNTRY-CODE TO COUNTRY-CODE(ADDR-IDX)
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

       2420-Load-Contacts.
           MOVE ZERO TO NUM-CONTACTS.
           SET WS-Xref-Browse-More TO TRUE.
           MOVE SuppOut-SUPPLIER-CODE TO ContOut-SUPPLIER-CODE.
           MOVE ZERO TO ContOut-CONTACT-SEQ.
           START ContOut KEY >= ContOut-CONT-KEY
              INVALID KEY SET WS-Xref-Browse-Done TO TRUE
           END-START.
           PERFORM 2425-Load-One-Contact
              UNTIL WS-Xref-Browse-Done.

       2425-Load-One-Contact.
           READ ContOut NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-ContOut-Good AND
              ContOut-SUPPLIER-CODE = SuppOut-SUPPLIER-CODE AND
              NUM-CONTACTS < 5
              ADD 1 TO NUM-CONTACTS
              SET CONT-IDX TO NUM-CONTACTS
              MOVE ContOut-CONTACT-NAME TO CONTACT-NAME(CONT-IDX)
              MOVE ContOut-CONTACT-PHONE TO CONTACT-PHONE(CONT-IDX)
              MOVE ContOut-CONTACT-EMAIL TO CONTACT-EMAIL(CONT-IDX)
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

       2500-Write-Proposal.
           COMPUTE WS-Proposal-Length =
              FUNCTION LENGTH(PART-SUPP-ADDR-PO).
           WRITE PART-SUPP-ADDR-PO.
           IF WS-ProposalFile-Good
              ADD +1 TO FD-Proposal-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "replen-proposals" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Proposal"
              DISPLAY "File Status: " WS-ProposalFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WS-Order-Qty TO WS-Qty-Edit.
           MOVE WS-Best-Price TO WS-Price-Edit.
           MOVE SPACES TO FD-ProposalRpt-Record.
           STRING "PROPOSED " WS-Proposal-PO-Number
              " " FD-Short-Part
              " SUPP " WS-Best-Supplier
              " QTY " WS-Qty-Edit
              " @ " WS-Price-Edit
              " DELIVER " WS-Delivery-Date
              " REQ " FD-Short-Req-Date
              DELIMITED BY SIZE INTO FD-ProposalRpt-Record.
           PERFORM 2900-Write-Proposal-Rpt-Line.

       2900-Write-Proposal-Rpt-Line.
           WRITE FD-ProposalRpt-Record.
           IF WS-ProposalRpt-Good
              ADD +1 TO FD-ProposalRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "replen-proposal-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Proposal-Rpt-Line"
              DISPLAY "File Status: " WS-ProposalRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "REQGEN: 3000-End-Job".
           CLOSE ShortfallExtract PartOut SuppOut XrefFile
                 AddrOut ContOut ProposalFile ProposalRpt.
           PERFORM 3010-Write-Control.
           DISPLAY "  Req-Gen: Shortfalls Read:      "
              FD-Shortfall-Record-Cnt.
           DISPLAY "  Req-Gen: Proposals Written:    "
              FD-Proposal-Record-Cnt.
           DISPLAY "  Req-Gen: Skipped No Part:      "
              WS-Skip-No-Part-Cnt.
           DISPLAY "  Req-Gen: Skipped Held/Obsolete:"
              WS-Skip-Lifecycle-Cnt.
           DISPLAY "  Req-Gen: Skipped No Source:    "
              WS-Skip-No-Source-Cnt.
           DISPLAY "  Req-Gen: Skipped No Supplier:  "
              WS-Skip-No-Supplier-Cnt.
           DISPLAY "  Req-Gen: High-Risk Passed Over:"
              WS-Risk-Passed-Over-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Next-Seq TO FD-Ctl-Next-Seq.
           MOVE WS-Proposal-Buyer TO FD-Ctl-Buyer-Code.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "replen-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
