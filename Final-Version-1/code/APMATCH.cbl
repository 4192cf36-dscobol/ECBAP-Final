      *    accumulated per PO across the run, so two invoices
      *    cannot both pay for the same receipt.
      *
      *    The feed carries the invoice date after the amount so
      *    CASHFCST can run the supplier's terms from it.
      *
      *    A price variance where the supplier billed above the
      *    PO price is also appended to the price charge-back
      *    file, valued at the difference times the invoiced
      *    quantity, for DEBITGEN to raise the debit memo.
      *
      *    Suppliers flagged for evaluated receipt settlement are
      *    paid by ERSSETL from their receipts; an invoice from
      *    one of them lands on the discrepancy report as ERS
      *    SELF-BILLED rather than being paid a second time.
      *
      *    Each feed record also carries the PO's GL coding from
      *    POOUT -- three account / cost center / percent lines
      *    and where the coding came from -- so AP charges the
      *    invoice where purchasing coded the PO.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for three-way matching
      * 2026-09-12 dastagg       Invoice date on the approve-to-
      *                          pay feed for the cash forecast.
      * 2026-09-13 dastagg       Over-billed price variances
      *                          appended to the price charge-
      *                          back file for DEBITGEN.
      * 2026-09-14 dastagg       Invoices from ERS suppliers held
      *                          off the feed as self-billed.
      * 2026-10-13 dastagg       The PO's GL distribution carried
      *                          on the approve-to-pay feed, now
      *                          124 bytes.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MatchControlFile-Status.

      *    ERSSETL's SELECT is the authority.  A missing file
      *    just means no ERS suppliers.
           SELECT ErsSupplierFile
           ASSIGN TO "../data/ers-suppliers.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErsSupplierFile-Status.

           SELECT ApproveFeedFile
           ASSIGN TO "../data/ap-approve-feed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApproveFeedFile-Status.

      *    DEBITGEN's SELECT is the authority -- appended to, so
      *    over-billings from runs before the memo run all wait
      *    there.
           SELECT PriceDebitFile
           ASSIGN TO "../data/ap-price-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceDebitFile-Status.

           SELECT DiscrepRpt
           ASSIGN TO "../data/ap-match-discrep-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  FD-MatchControl-Record       PIC 9(03).

       FD  ErsSupplierFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ErsSupplier-Record.
           05 FD-Ers-Supplier           PIC X(10).
           05 FD-Ers-Flag               PIC X(01).
              88 FD-Ers-On                 VALUE 'Y'.

       FD  ApproveFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ApproveFeed-Record        PIC X(124).

       FD  PriceDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==PrcDebit==.

       FD  DiscrepRpt
           LABEL RECORDS ARE STANDARD
           COPY WSFST REPLACING ==:tag:== BY ==MatchControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ApproveFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DiscrepRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceDebitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ErsSupplierFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-InvoiceFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-ApproveFeed-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-DiscrepRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-PrcDebit-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Match-Counters.
           12 WS-Approved-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Price-Variance-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Over-Receipt-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Currency-Diff-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Ers-Invoice-Cnt           PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-PO-Row-Found-Flag         PIC X.
              88 WS-PO-Row-Found              VALUE 'Y'.
              88 WS-PO-Row-Not-Found          VALUE 'N'.
           12 WS-Ers-Found-Flag            PIC X.
              88 WS-Ers-Found                 VALUE 'Y'.
              88 WS-Ers-Not-Found             VALUE 'N'.

       01  WS-Ers-Table-Storage.
           12 WS-Ers-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Ers-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Ers-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ers-Cnt
              INDEXED BY WS-Ers-IDX.
              15 WS-Ers-Supplier           PIC X(10).

       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Element-Counter    PIC S9(4) COMP VALUE +9999.
              15 WS-PO-Supplier        PIC X(10).
              15 WS-PO-Unit-Price      PIC S9(7)V99 COMP-3 VALUE ZERO.
              15 WS-PO-Currency        PIC X(03).
              15 WS-PO-Part            PIC X(23).
              15 WS-PO-Qty-Received    PIC S9(8) COMP VALUE ZERO.
              15 WS-PO-Qty-Invoiced    PIC S9(8) COMP VALUE ZERO.
              15 WS-PO-Dist-Coding     PIC X(64).

       01  WS-Dist-Coding-Work.
      *    POOUT's distribution lines and source, staged as the
      *    64 bytes the feed carries after the invoice date.
           12 WS-Dist-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Coding.
              15 WS-Dist-Coding-Line OCCURS 3 TIMES.
                 20 WS-Dist-Coding-Account PIC X(10).
                 20 WS-Dist-Coding-Center  PIC X(06).
                 20 WS-Dist-Coding-Pct     PIC 9(03)V99.
              15 WS-Dist-Coding-Source     PIC X(01).

       01  WS-Tolerance-Work.
           12 WS-Price-Tol-Pct             PIC 9(03) VALUE 5.
           PERFORM 1005-Load-Match-Control.
           OPEN OUTPUT ApproveFeedFile.
           OPEN OUTPUT DiscrepRpt.
           OPEN EXTEND PriceDebitFile.
           IF NOT WS-PriceDebitFile-Good
              OPEN OUTPUT PriceDebitFile
           END-IF.
           PERFORM 1020-Load-Po-File.
           PERFORM 1030-Load-Received-Qty.
           PERFORM 1040-Load-Ers-Suppliers.
           OPEN INPUT InvoiceFile.

       1005-Load-Match-Control.
                    WS-PO-Unit-Price(WS-PO-Match-IDX)
                 MOVE PoOut-CURRENCY-CODE TO
                    WS-PO-Currency(WS-PO-Match-IDX)
                 MOVE PoOut-PART-NUMBER TO
                    WS-PO-Part(WS-PO-Match-IDX)
                 PERFORM 1026-Stage-Dist-Coding
              END-IF
           ELSE
              IF WS-PoOut-EOF
              END-IF
           END-IF.

       1026-Stage-Dist-Coding.
           PERFORM 1027-Stage-One-Dist-Line
              VARYING WS-Dist-Sub FROM 1 BY 1
              UNTIL WS-Dist-Sub > 3.
           MOVE PoOut-DIST-SOURCE TO WS-Dist-Coding-Source.
           MOVE WS-Dist-Coding TO WS-PO-Dist-Coding(WS-PO-Match-IDX).

       1027-Stage-One-Dist-Line.
           MOVE PoOut-DIST-GL-ACCOUNT(WS-Dist-Sub) TO
              WS-Dist-Coding-Account(WS-Dist-Sub).
           MOVE PoOut-DIST-COST-CENTER(WS-Dist-Sub) TO
              WS-Dist-Coding-Center(WS-Dist-Sub).
           MOVE PoOut-DIST-PERCENT(WS-Dist-Sub) TO
              WS-Dist-Coding-Pct(WS-Dist-Sub).

      *    Received quantity sits at bytes 15-21 of RECMATCH's
      *    status record.  A missing status file means nothing
      *    has been received yet -- every invoice then lands on
              END-IF
           END-IF.

       1040-Load-Ers-Suppliers.
           OPEN INPUT ErsSupplierFile.
           IF WS-ErsSupplierFile-Good
              PERFORM 1045-Load-One-Ers-Supplier
                 UNTIL WS-ErsSupplierFile-EOF
              CLOSE ErsSupplierFile
           END-IF.

       1045-Load-One-Ers-Supplier.
           READ ErsSupplierFile
              AT END SET WS-ErsSupplierFile-EOF TO TRUE
           END-READ.
           IF WS-ErsSupplierFile-Good AND FD-Ers-On
              IF WS-Ers-Cnt >= WS-Ers-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Ers-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ers-Cnt
              SET WS-Ers-IDX TO WS-Ers-Cnt
              MOVE FD-Ers-Supplier TO WS-Ers-Supplier(WS-Ers-IDX)
           END-IF.

       1050-Add-PO-Row.
           IF WS-PO-Occurs-Dep-Counter >= WS-PO-Max-Element-Counter
              MOVE "PSAP012S" TO WS-Msg-Id
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE SPACES TO WS-PO-Number(WS-PO-Match-IDX)
                          WS-PO-Supplier(WS-PO-Match-IDX)
                          WS-PO-Currency(WS-PO-Match-IDX)
                          WS-PO-Part(WS-PO-Match-IDX)
                          WS-PO-Dist-Coding(WS-PO-Match-IDX).
           MOVE ZERO TO WS-PO-Unit-Price(WS-PO-Match-IDX)
                        WS-PO-Qty-Received(WS-PO-Match-IDX)
                        WS-PO-Qty-Invoiced(WS-PO-Match-IDX).
       2100-Match-One-Invoice.
           MOVE FD-Inv-PO-Number TO WS-Hold-PO-Number.
           PERFORM 2110-Find-PO-Row.
           PERFORM 2120-Find-Ers-Supplier.
           EVALUATE TRUE
              WHEN WS-Ers-Found
                 ADD +1 TO WS-Ers-Invoice-Cnt
                 PERFORM 2300-Write-Discrepancy-Line
              WHEN WS-PO-Row-Not-Found
                 ADD +1 TO WS-Unknown-PO-Cnt
                 PERFORM 2300-Write-Discrepancy-Line
              END-IF
           END-PERFORM.

       2120-Find-Ers-Supplier.
           SET WS-Ers-Not-Found TO TRUE.
           PERFORM VARYING WS-Ers-IDX FROM 1 BY 1
              UNTIL WS-Ers-IDX > WS-Ers-Cnt
              IF WS-Ers-Supplier(WS-Ers-IDX) = FD-Inv-Supplier
                 SET WS-Ers-Found TO TRUE
                 SET WS-Ers-IDX TO WS-Ers-Cnt
              END-IF
           END-PERFORM.

       2200-Check-Price-And-Receipt.
           COMPUTE WS-Price-Diff =
              FD-Inv-Unit-Price -
           IF WS-Price-Lhs > WS-Price-Rhs
              ADD +1 TO WS-Price-Variance-Cnt
              PERFORM 2300-Write-Discrepancy-Line
              IF WS-Price-Diff > ZERO
                 PERFORM 2350-Write-Price-Debit-Line
              END-IF
           ELSE
              IF FD-Inv-Quantity +
                 WS-PO-Qty-Invoiced(WS-PO-Match-IDX) >
           MOVE FD-Inv-Quantity TO WS-Inv-Qty-Edit.
           MOVE SPACES TO FD-DiscrepRpt-Record.
           EVALUATE TRUE
              WHEN WS-Ers-Found
                 STRING "ERS SELF-BILLED   INV " FD-Inv-Number
                    " PO " FD-Inv-PO-Number
                    " FROM " FD-Inv-Supplier
                    DELIMITED BY SIZE INTO FD-DiscrepRpt-Record
              WHEN WS-PO-Row-Not-Found
                 STRING "UNKNOWN PO        INV " FD-Inv-Number
                    " PO " FD-Inv-PO-Number
              GOBACK
           END-IF.

       2350-Write-Price-Debit-Line.
           MOVE SPACES TO PrcDebit-DEBIT-SOURCE.
           SET PrcDebit-PRICE-LINE TO TRUE.
           MOVE FD-Inv-PO-Number TO PrcDebit-PO-NUMBER.
           MOVE FD-Inv-Number TO PrcDebit-SOURCE-REF.
           MOVE WS-PO-Supplier(WS-PO-Match-IDX) TO
              PrcDebit-SUPPLIER-CODE.
           MOVE WS-PO-Part(WS-PO-Match-IDX) TO PrcDebit-PART-NUMBER.
           MOVE FD-Inv-Date TO PrcDebit-SOURCE-DATE.
           MOVE "PRC" TO PrcDebit-REASON-CODE.
           MOVE FD-Inv-Quantity TO PrcDebit-QUANTITY.
           MOVE WS-Price-Diff TO PrcDebit-UNIT-AMOUNT.
           MOVE FD-Inv-Currency TO PrcDebit-CURRENCY-CODE.
           COMPUTE PrcDebit-DEBIT-VALUE =
              FD-Inv-Quantity * WS-Price-Diff.
           WRITE PrcDebit-DEBIT-SOURCE.
           IF WS-PriceDebitFile-Good
              ADD +1 TO FD-PrcDebit-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ap-price-debit" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2350-Write-Price-Debit-Line"
              DISPLAY "File Status: " WS-PriceDebitFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Feed record: invoice(10), supplier(10), PO(6), then
      *    the approved amount at the invoice's own price, then
      *    the invoice date the payment terms run from, then
      *    the PO's GL coding (61:64).
       2400-Write-Approve-Record.
           ADD +1 TO WS-Approved-Cnt.
           COMPUTE WS-Approve-Amount =
           MOVE FD-Inv-PO-Number TO FD-ApproveFeed-Record(21:6).
           MOVE FD-Inv-Currency TO FD-ApproveFeed-Record(28:3).
           MOVE WS-Amount-Edit TO FD-ApproveFeed-Record(32:16).
           MOVE FD-Inv-Date TO FD-ApproveFeed-Record(49:8).
           MOVE WS-PO-Dist-Coding(WS-PO-Match-IDX) TO
              FD-ApproveFeed-Record(61:64).
           WRITE FD-ApproveFeed-Record.
           IF WS-ApproveFeedFile-Good
              ADD +1 TO FD-ApproveFeed-Record-Cnt
       3000-End-Job.
           DISPLAY "APMATCH: 3000-End-Job".
           CLOSE InvoiceFile ApproveFeedFile DiscrepRpt.
           CLOSE PriceDebitFile.
           DISPLAY "  Ap-Match: Invoices Read:     "
              FD-InvoiceFile-Record-Cnt.
           DISPLAY "  Ap-Match: Approved To Pay:   "
              WS-Price-Variance-Cnt.
           DISPLAY "  Ap-Match: Qty Over Receipt:  "
              WS-Over-Receipt-Cnt.
           DISPLAY "  Ap-Match: ERS Self-Billed:   "
              WS-Ers-Invoice-Cnt.
           DISPLAY "  Ap-Match: Price Debit Lines: "
              FD-PrcDebit-Record-Cnt.
