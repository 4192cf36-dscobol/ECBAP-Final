      *    accrual file plus the register report -- replacing the
      *    spreadsheet finance rebuilds every close.
      *
      *    Receipts already self-billed to an evaluated-receipt-
      *    settlement supplier (ERSSETL's settled position) count
      *    as invoiced, so they are not accrued a second time.
      *
      *    Each PO's accrual is charged the way the PO is coded:
      *    split across its POOUT distribution lines by percent,
      *    the last line taking any rounding remainder.  A PO
      *    with no coding accrues to a blank account for finance
      *    to clear by hand.
      *
      *    GL record: supplier(10), currency(3), accrual amount
      *    zoned S9(13)V99, USD equivalent zoned S9(13)V99, GL
      *    account(10), cost center(6).
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for the RNI accrual
      * 2026-09-14 dastagg       ERS settled quantities counted
      *                          as invoiced.
      * 2026-10-13 dastagg       Accrual split by the PO's GL
      *                          distribution; GL account and cost
      *                          center added to the GL record and
      *                          the rollup key.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvoiceFile-Status.

      *    ERSSETL's settled position -- quantity self-billed.
           SELECT ErsSettledFile
           ASSIGN TO "../data/ers-settled.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErsSettledFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           05 FD-Inv-Currency           PIC X(03).
           05 FD-Inv-Date               PIC 9(08).

       FD  ErsSettledFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ERSSET REPLACING ==:tag:== BY ==ErsSet==.

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05 FD-GL-Currency            PIC X(03).
           05 FD-GL-Amount              PIC S9(13)V99.
           05 FD-GL-Usd-Amount          PIC S9(13)V99.
           05 FD-GL-Account             PIC X(10).
           05 FD-GL-Cost-Center         PIC X(06).

       FD  AccrualRpt
           LABEL RECORDS ARE STANDARD
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InvoiceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ErsSettledFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GlAccrualFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AccrualRpt==.
              INDEXED BY WS-Invd-IDX.
              15 WS-Invd-PO-Number         PIC X(06).
              15 WS-Invd-Quantity          PIC S9(8) COMP VALUE ZERO.
           12 WS-Invd-Hold-PO-Number       PIC X(06) VALUE SPACES.
           12 WS-Invd-Hold-Quantity        PIC S9(8) COMP VALUE ZERO.

       01  WS-Exch-Rate-Storage.
           12 WS-Exch-Rate-Max-Cnt         PIC S9(4) COMP VALUE +99.
              15 FILLER                    PIC X(13).

       01  WS-Accrual-Rollup-Storage.
      *    One bucket per supplier, currency, GL account and
      *    cost center -- the GL lines.
           12 WS-Acc-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Acc-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Acc-Match-IDX             PIC S9(4) COMP VALUE ZERO.
              INDEXED BY WS-Acc-IDX.
              15 WS-Acc-Supplier           PIC X(10).
              15 WS-Acc-Currency           PIC X(03).
              15 WS-Acc-Gl-Account         PIC X(10).
              15 WS-Acc-Cost-Center        PIC X(06).
              15 WS-Acc-Amount             PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-Acc-Usd-Amount         PIC S9(13)V99 COMP-3
           12 WS-Value-Edit                PIC -(12)9.99.
           12 WS-Usd-Edit                  PIC -(12)9.99.

       01  WS-Distribution-Work.
           12 WS-Dist-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Last-Line            PIC S9(4) COMP VALUE ZERO.
           12 WS-Remain-Value              PIC S9(13)V99 VALUE ZERO.
           12 WS-Remain-Usd                PIC S9(13)V99 VALUE ZERO.
           12 WS-Share-Value               PIC S9(13)V99 VALUE ZERO.
           12 WS-Share-Usd                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Share-Account             PIC X(10) VALUE SPACES.
           12 WS-Share-Center              PIC X(06) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
           DISPLAY "RNIACCR: 1000-Begin-Job".
           PERFORM 1010-Load-Received-Qty.
           PERFORM 1020-Load-Invoiced-Qty.
           PERFORM 1028-Load-Ers-Settled.
           PERFORM 1030-Load-Exch-Rates.
           OPEN INPUT PoOut.
           OPEN OUTPUT GlAccrualFile AccrualRpt.
           END-READ.
           IF WS-InvoiceFile-Good AND
              FD-Inv-Quantity IS NUMERIC
              MOVE FD-Inv-PO-Number TO WS-Invd-Hold-PO-Number
              MOVE FD-Inv-Quantity TO WS-Invd-Hold-Quantity
              PERFORM 1027-Add-Invoiced-Qty
           END-IF.

       1027-Add-Invoiced-Qty.
           MOVE ZERO TO WS-Invd-Match-IDX.
           PERFORM VARYING WS-Invd-IDX FROM 1 BY 1
              UNTIL WS-Invd-IDX > WS-Invd-Cnt
              IF WS-Invd-PO-Number(WS-Invd-IDX) =
                 WS-Invd-Hold-PO-Number
                 SET WS-Invd-Match-IDX TO WS-Invd-IDX
                 SET WS-Invd-IDX TO WS-Invd-Cnt
              END-IF
           END-PERFORM.
           IF WS-Invd-Match-IDX = ZERO
              IF WS-Invd-Cnt >= WS-Invd-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Invoiced-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Invd-Cnt
              SET WS-Invd-Match-IDX TO WS-Invd-Cnt
              MOVE WS-Invd-Hold-PO-Number TO
                 WS-Invd-PO-Number(WS-Invd-Match-IDX)
           END-IF.
           ADD WS-Invd-Hold-Quantity TO
              WS-Invd-Quantity(WS-Invd-Match-IDX).

      *    A missing settled file just means no ERS settlements
      *    yet.
       1028-Load-Ers-Settled.
           OPEN INPUT ErsSettledFile.
           IF WS-ErsSettledFile-Good
              PERFORM 1029-Load-One-Settled
                 UNTIL WS-ErsSettledFile-EOF
              CLOSE ErsSettledFile
           END-IF.

       1029-Load-One-Settled.
           READ ErsSettledFile
              AT END SET WS-ErsSettledFile-EOF TO TRUE
           END-READ.
           IF WS-ErsSettledFile-Good AND
              ErsSet-SETTLED-QTY IS NUMERIC
              MOVE ErsSet-PO-NUMBER TO WS-Invd-Hold-PO-Number
              MOVE ErsSet-SETTLED-QTY TO WS-Invd-Hold-Quantity
              PERFORM 1027-Add-Invoiced-Qty
           END-IF.

       1030-Load-Exch-Rates.
              COMPUTE WS-Accrual-Value =
                 WS-RNI-Quantity * PoOut-UNIT-PRICE
              PERFORM 2200-Convert-To-USD
              PERFORM 2250-Distribute-Accrual
              PERFORM 2400-Write-Register-Detail
           END-IF.

              ADD +1 TO WS-Missing-Rate-Cnt
           END-IF.

      *    Each distribution line with a percent takes its share;
      *    the last one takes what is left, so the shares always
      *    add back to the PO's accrual.
       2250-Distribute-Accrual.
           MOVE ZERO TO WS-Dist-Last-Line.
           PERFORM 2260-Find-Last-Dist-Line
              VARYING WS-Dist-Sub FROM 1 BY 1
              UNTIL WS-Dist-Sub > 3.
           IF WS-Dist-Last-Line = ZERO
              MOVE PoOut-DIST-GL-ACCOUNT(1) TO WS-Share-Account
              MOVE PoOut-DIST-COST-CENTER(1) TO WS-Share-Center
              MOVE WS-Accrual-Value TO WS-Share-Value
              MOVE WS-Usd-Value TO WS-Share-Usd
              PERFORM 2300-Accumulate-Rollup
           ELSE
              MOVE WS-Accrual-Value TO WS-Remain-Value
              MOVE WS-Usd-Value TO WS-Remain-Usd
              PERFORM 2270-Accrue-One-Share
                 VARYING WS-Dist-Sub FROM 1 BY 1
                 UNTIL WS-Dist-Sub > WS-Dist-Last-Line
           END-IF.

       2260-Find-Last-Dist-Line.
           IF PoOut-DIST-PERCENT(WS-Dist-Sub) IS NUMERIC AND
              PoOut-DIST-PERCENT(WS-Dist-Sub) > ZERO
              MOVE WS-Dist-Sub TO WS-Dist-Last-Line
           END-IF.

       2270-Accrue-One-Share.
           IF PoOut-DIST-PERCENT(WS-Dist-Sub) IS NUMERIC AND
              PoOut-DIST-PERCENT(WS-Dist-Sub) > ZERO
              IF WS-Dist-Sub = WS-Dist-Last-Line
                 MOVE WS-Remain-Value TO WS-Share-Value
                 MOVE WS-Remain-Usd TO WS-Share-Usd
              ELSE
                 COMPUTE WS-Share-Value ROUNDED =
                    WS-Accrual-Value *
                    PoOut-DIST-PERCENT(WS-Dist-Sub) / 100
                 COMPUTE WS-Share-Usd ROUNDED =
                    WS-Usd-Value *
                    PoOut-DIST-PERCENT(WS-Dist-Sub) / 100
                 SUBTRACT WS-Share-Value FROM WS-Remain-Value
                 SUBTRACT WS-Share-Usd FROM WS-Remain-Usd
              END-IF
              MOVE PoOut-DIST-GL-ACCOUNT(WS-Dist-Sub) TO
                 WS-Share-Account
              MOVE PoOut-DIST-COST-CENTER(WS-Dist-Sub) TO
                 WS-Share-Center
              PERFORM 2300-Accumulate-Rollup
           END-IF.

       2300-Accumulate-Rollup.
           MOVE ZERO TO WS-Acc-Match-IDX.
           PERFORM VARYING WS-Acc-IDX FROM 1 BY 1
              IF WS-Acc-Supplier(WS-Acc-IDX) =
                 PoOut-SUPPLIER-CODE AND
                 WS-Acc-Currency(WS-Acc-IDX) =
                 PoOut-CURRENCY-CODE AND
                 WS-Acc-Gl-Account(WS-Acc-IDX) =
                 WS-Share-Account AND
                 WS-Acc-Cost-Center(WS-Acc-IDX) =
                 WS-Share-Center
                 SET WS-Acc-Match-IDX TO WS-Acc-IDX
                 SET WS-Acc-IDX TO WS-Acc-Cnt
              END-IF
                 WS-Acc-Supplier(WS-Acc-Match-IDX)
              MOVE PoOut-CURRENCY-CODE TO
                 WS-Acc-Currency(WS-Acc-Match-IDX)
              MOVE WS-Share-Account TO
                 WS-Acc-Gl-Account(WS-Acc-Match-IDX)
              MOVE WS-Share-Center TO
                 WS-Acc-Cost-Center(WS-Acc-Match-IDX)
           END-IF.
           ADD WS-Share-Value TO
              WS-Acc-Amount(WS-Acc-Match-IDX).
           ADD WS-Share-Usd TO
              WS-Acc-Usd-Amount(WS-Acc-Match-IDX).

       2400-Write-Register-Detail.
           MOVE WS-Acc-Amount(WS-Acc-IDX) TO FD-GL-Amount.
           MOVE WS-Acc-Usd-Amount(WS-Acc-IDX) TO
              FD-GL-Usd-Amount.
           MOVE WS-Acc-Gl-Account(WS-Acc-IDX) TO FD-GL-Account.
           MOVE WS-Acc-Cost-Center(WS-Acc-IDX) TO FD-GL-Cost-Center.
           WRITE FD-GlAccrual-Record.
           IF NOT WS-GlAccrualFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
