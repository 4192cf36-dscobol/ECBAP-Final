      ***********************************************************
      * Program name:    ERSSETL
      * Original author: David Stagowski
      *
      *    Description: Evaluated receipt settlement -- pay on
      *       receipt for the suppliers who have agreed to stop
      *       invoicing.
      *
      *    APMATCH will not approve anything without an invoice,
      *    so an ERS supplier's receipts never reach AP.  This
      *    self-bills them instead: for every supplier flagged
      *    'Y' on ../data/ers-suppliers.dat.txt (supplier code
      *    10, ERS flag 1) it takes each PO's accepted quantity
      *    from the status file -- RECMATCH has already backed
      *    out inspection rejects and RETURNS the returns -- less
      *    the quantity earlier settlements paid, values it at
      *    the PO UNIT-PRICE, and appends one settlement record
      *    per PO to the approve-to-pay feed in APMATCH's layout,
      *    the settlement number standing in for the invoice
      *    number and the PO's GL coding carried the same way.
      *    APMATCH rewrites the feed, so this runs after it.
      *
      *    One settlement per supplier per run, numbered 'ES'
      *    plus a 6-digit sequence from the control file
      *    ../data/ers-settle-control.dat.txt (missing means 1),
      *    and one settlement advice per supplier on
      *    ers-advice-rpt.dat.txt, totalled per currency.
      *
      *    The settled quantity per PO is carried on
      *    ers-settled.dat.txt (ERSSET layout) and rewritten each
      *    run; RNIACCR reads it as invoiced quantity.  When a
      *    return takes a PO's accepted quantity below what was
      *    settled, the settled quantity is brought down to
      *    match -- the return's debit memo recovers the money,
      *    and a replacement receipt is then settled again.  A PO
      *    no longer on the status file keeps its settled
      *    quantity untouched.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-14 dastagg       Created for evaluated receipt
      *                          settlement
      * 2026-10-13 dastagg       The PO's GL distribution carried
      *                          on the approve-to-pay feed, now
      *                          124 bytes.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ERSSETL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    A missing flag file just means no ERS suppliers yet.
           SELECT ErsSupplierFile
           ASSIGN TO "../data/ers-suppliers.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErsSupplierFile-Status.

           SELECT ErsSettledFile
           ASSIGN TO "../data/ers-settled.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ErsSettledFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

           SELECT ControlFile
           ASSIGN TO "../data/ers-settle-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

      *    APMATCH's SELECT is the authority -- appended to.
           SELECT ApproveFeedFile
           ASSIGN TO "../data/ap-approve-feed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApproveFeedFile-Status.

           SELECT AdviceRpt
           ASSIGN TO "../data/ers-advice-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AdviceRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ErsSupplierFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ErsSupplier-Record.
           05 FD-Ers-Supplier           PIC X(10).
           05 FD-Ers-Flag               PIC X(01).
              88 FD-Ers-On                 VALUE 'Y'.

       FD  ErsSettledFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ERSSET REPLACING ==:tag:== BY ==ErsSet==.

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoStatus-Record           PIC X(30).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(06).

       FD  ApproveFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ApproveFeed-Record        PIC X(124).

       FD  AdviceRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AdviceRpt-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ErsSupplierFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ErsSettledFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ApproveFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AdviceRpt==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-ApproveFeed-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-AdviceRpt-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-ErsSettled-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Settlement-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Settled-Line-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Settle-Down-Cnt           PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Next-Seq                  PIC 9(06) VALUE 1.
           12 WS-Settle-Number.
              15 FILLER                    PIC X(02) VALUE "ES".
              15 WS-Settle-Seq             PIC 9(06) VALUE ZERO.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-PO-Row-Found-Flag         PIC X.
              88 WS-PO-Row-Found              VALUE 'Y'.
              88 WS-PO-Row-Not-Found          VALUE 'N'.
           12 WS-Ers-Found-Flag            PIC X.
              88 WS-Ers-Found                 VALUE 'Y'.
              88 WS-Ers-Not-Found             VALUE 'N'.
           12 WS-Cur-Found-Flag            PIC X.
              88 WS-Cur-Found                 VALUE 'Y'.
              88 WS-Cur-Not-Found             VALUE 'N'.

       01  WS-Ers-Table-Storage.
           12 WS-Ers-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Ers-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Ers-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ers-Cnt
              INDEXED BY WS-Ers-IDX.
              15 WS-Ers-Supplier           PIC X(10).

      *    One row per PO of an ERS supplier -- the settled
      *    position from the last run, the PO's price from POOUT
      *    and the accepted quantity from the status file.
       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Element-Counter    PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Occurs-Dep-Counter     PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Occurs-Dep-Counter
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number          PIC X(06).
              15 WS-PO-Supplier        PIC X(10).
              15 WS-PO-Part            PIC X(23).
              15 WS-PO-Unit-Price      PIC S9(7)V99 COMP-3 VALUE ZERO.
              15 WS-PO-Currency        PIC X(03).
              15 WS-PO-Accepted-Qty    PIC S9(8) COMP VALUE ZERO.
              15 WS-PO-Settled-Qty     PIC S9(8) COMP VALUE ZERO.
              15 WS-PO-Last-Date       PIC 9(08).
              15 WS-PO-Last-Number     PIC X(08).
              15 WS-PO-On-Poout-Flag   PIC X.
                 88 WS-PO-On-Poout        VALUE 'Y'.
              15 WS-PO-On-Status-Flag  PIC X.
                 88 WS-PO-On-Status       VALUE 'Y'.
              15 WS-PO-Dist-Coding     PIC X(64).

      *    Per-currency totals for the settlement being built.
       01  WS-Settle-Totals-Storage.
           12 WS-Cur-Max-Cnt               PIC S9(4) COMP VALUE +20.
           12 WS-Cur-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Table OCCURS 0 TO 20 TIMES
              DEPENDING ON WS-Cur-Cnt
              INDEXED BY WS-Cur-IDX.
              15 WS-Cur-Code               PIC X(03).
              15 WS-Cur-Total              PIC S9(13)V99.

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

       01  WS-Hold-Fields.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Line-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Settle-Qty                PIC S9(8) COMP VALUE ZERO.
           12 WS-Settle-Value              PIC S9(13)V99 VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Amount-Edit               PIC -(12)9.99.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Prev-Qty-Edit             PIC Z(6)9.
           12 WS-Acc-Qty-Edit              PIC Z(6)9.
           12 WS-Price-Edit                PIC Z(6)9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Settle-One-Supplier
              VARYING WS-Ers-IDX FROM 1 BY 1
              UNTIL WS-Ers-IDX > WS-Ers-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "ERSSETL: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Read-Control.
           PERFORM 1020-Load-Ers-Suppliers.
           PERFORM 1030-Load-Settled-File.
           PERFORM 1040-Load-Po-File.
           PERFORM 1050-Load-Accepted-Qty.
           OPEN INPUT SuppOut.
           OPEN EXTEND ApproveFeedFile.
           IF NOT WS-ApproveFeedFile-Good
              OPEN OUTPUT ApproveFeedFile
           END-IF.
           OPEN OUTPUT AdviceRpt.

      *    A missing control file just means the first run --
      *    settlement numbers start at 1.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Next-Seq
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

       1020-Load-Ers-Suppliers.
           OPEN INPUT ErsSupplierFile.
           IF WS-ErsSupplierFile-Good
              PERFORM 1025-Load-One-Ers-Supplier
                 UNTIL WS-ErsSupplierFile-EOF
              CLOSE ErsSupplierFile
           END-IF.

       1025-Load-One-Ers-Supplier.
           READ ErsSupplierFile
              AT END SET WS-ErsSupplierFile-EOF TO TRUE
           END-READ.
           IF WS-ErsSupplierFile-Good AND FD-Ers-On
              MOVE FD-Ers-Supplier TO WS-Hold-Supplier
              PERFORM 1100-Find-Ers-Supplier
              IF WS-Ers-Not-Found
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
              END-IF
           END-IF.

      *    Every settled position is carried forward, ERS flag
      *    or not -- a supplier taken off ERS still has POs that
      *    were paid this way.
       1030-Load-Settled-File.
           OPEN INPUT ErsSettledFile.
           IF WS-ErsSettledFile-Good
              PERFORM 1035-Load-One-Settled
                 UNTIL WS-ErsSettledFile-EOF
              CLOSE ErsSettledFile
           END-IF.

       1035-Load-One-Settled.
           READ ErsSettledFile
              AT END SET WS-ErsSettledFile-EOF TO TRUE
           END-READ.
           IF WS-ErsSettledFile-Good
              MOVE ErsSet-PO-NUMBER TO WS-Hold-PO-Number
              PERFORM 1110-Find-PO-Row
              IF WS-PO-Row-Not-Found
                 PERFORM 1150-Add-PO-Row
              END-IF
              MOVE ErsSet-SUPPLIER-CODE TO
                 WS-PO-Supplier(WS-PO-Match-IDX)
              IF ErsSet-SETTLED-QTY IS NUMERIC
                 MOVE ErsSet-SETTLED-QTY TO
                    WS-PO-Settled-Qty(WS-PO-Match-IDX)
              END-IF
              IF ErsSet-LAST-SETTLE-DATE IS NUMERIC
                 MOVE ErsSet-LAST-SETTLE-DATE TO
                    WS-PO-Last-Date(WS-PO-Match-IDX)
              END-IF
              MOVE ErsSet-LAST-SETTLE-NUMBER TO
                 WS-PO-Last-Number(WS-PO-Match-IDX)
           END-IF.

       1040-Load-Po-File.
           OPEN INPUT PoOut.
           PERFORM 1045-Load-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1045-Load-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                 PERFORM 1100-Find-Ers-Supplier
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 PERFORM 1110-Find-PO-Row
                 IF WS-Ers-Found OR WS-PO-Row-Found
                    IF WS-PO-Row-Not-Found
                       PERFORM 1150-Add-PO-Row
                    END-IF
                    MOVE PoOut-SUPPLIER-CODE TO
                       WS-PO-Supplier(WS-PO-Match-IDX)
                    MOVE PoOut-PART-NUMBER TO
                       WS-PO-Part(WS-PO-Match-IDX)
                    MOVE PoOut-UNIT-PRICE TO
                       WS-PO-Unit-Price(WS-PO-Match-IDX)
                    MOVE PoOut-CURRENCY-CODE TO
                       WS-PO-Currency(WS-PO-Match-IDX)
                    MOVE 'Y' TO WS-PO-On-Poout-Flag(WS-PO-Match-IDX)
                    PERFORM 1046-Stage-Dist-Coding
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1045-Load-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1046-Stage-Dist-Coding.
           PERFORM 1047-Stage-One-Dist-Line
              VARYING WS-Dist-Sub FROM 1 BY 1
              UNTIL WS-Dist-Sub > 3.
           MOVE PoOut-DIST-SOURCE TO WS-Dist-Coding-Source.
           MOVE WS-Dist-Coding TO WS-PO-Dist-Coding(WS-PO-Match-IDX).

       1047-Stage-One-Dist-Line.
           MOVE PoOut-DIST-GL-ACCOUNT(WS-Dist-Sub) TO
              WS-Dist-Coding-Account(WS-Dist-Sub).
           MOVE PoOut-DIST-COST-CENTER(WS-Dist-Sub) TO
              WS-Dist-Coding-Center(WS-Dist-Sub).
           MOVE PoOut-DIST-PERCENT(WS-Dist-Sub) TO
              WS-Dist-Coding-Pct(WS-Dist-Sub).

      *    Received quantity at bytes 15-21 of the status record
      *    is already the accepted quantity -- inspection rejects
      *    and returns are backed out of it upstream.
       1050-Load-Accepted-Qty.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1055-Load-One-Status
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1055-Load-One-Status.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              MOVE FD-PoStatus-Record(1:6) TO WS-Hold-PO-Number
              PERFORM 1110-Find-PO-Row
              IF WS-PO-Row-Found AND
                 FD-PoStatus-Record(15:7) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FD-PoStatus-Record(15:7)) TO
                    WS-PO-Accepted-Qty(WS-PO-Match-IDX)
                 MOVE 'Y' TO
                    WS-PO-On-Status-Flag(WS-PO-Match-IDX)
              END-IF
           END-IF.

       1100-Find-Ers-Supplier.
           SET WS-Ers-Not-Found TO TRUE.
           PERFORM VARYING WS-Ers-IDX FROM 1 BY 1
              UNTIL WS-Ers-IDX > WS-Ers-Cnt
              IF WS-Ers-Supplier(WS-Ers-IDX) = WS-Hold-Supplier
                 SET WS-Ers-Found TO TRUE
                 SET WS-Ers-IDX TO WS-Ers-Cnt
              END-IF
           END-PERFORM.

       1110-Find-PO-Row.
           SET WS-PO-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-PO-Match-IDX.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter
              IF WS-PO-Number(WS-PO-IDX) = WS-Hold-PO-Number
                 SET WS-PO-Row-Found TO TRUE
                 SET WS-PO-Match-IDX TO WS-PO-IDX
                 SET WS-PO-IDX TO WS-PO-Occurs-Dep-Counter
              END-IF
           END-PERFORM.

       1150-Add-PO-Row.
           IF WS-PO-Occurs-Dep-Counter >= WS-PO-Max-Element-Counter
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-PO-Occurs-Dep-Counter.
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE WS-Hold-PO-Number TO WS-PO-Number(WS-PO-Match-IDX).
           MOVE SPACES TO WS-PO-Supplier(WS-PO-Match-IDX)
                          WS-PO-Part(WS-PO-Match-IDX)
                          WS-PO-Currency(WS-PO-Match-IDX)
                          WS-PO-Last-Number(WS-PO-Match-IDX)
                          WS-PO-Dist-Coding(WS-PO-Match-IDX).
           MOVE ZERO TO WS-PO-Unit-Price(WS-PO-Match-IDX)
                        WS-PO-Accepted-Qty(WS-PO-Match-IDX)
                        WS-PO-Settled-Qty(WS-PO-Match-IDX)
                        WS-PO-Last-Date(WS-PO-Match-IDX).
           MOVE 'N' TO WS-PO-On-Poout-Flag(WS-PO-Match-IDX)
                       WS-PO-On-Status-Flag(WS-PO-Match-IDX).

      *    First pass brings settled quantities down to accepted
      *    after a return and counts what is left to settle; a
      *    supplier with nothing new gets no settlement number.
       2000-Settle-One-Supplier.
           MOVE WS-Ers-Supplier(WS-Ers-IDX) TO WS-Hold-Supplier.
           MOVE ZERO TO WS-Hold-Line-Cnt.
           PERFORM 2010-Check-One-PO
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter.
           IF WS-Hold-Line-Cnt > ZERO
              MOVE WS-Next-Seq TO WS-Settle-Seq
              ADD 1 TO WS-Next-Seq
              ADD +1 TO WS-Settlement-Cnt
              MOVE ZERO TO WS-Cur-Cnt
              PERFORM 2100-Print-Advice-Heading
              PERFORM 2200-Settle-One-PO
                 VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter
              PERFORM 2400-Print-Advice-Total
                 VARYING WS-Cur-IDX FROM 1 BY 1
                 UNTIL WS-Cur-IDX > WS-Cur-Cnt
              MOVE SPACES TO FD-AdviceRpt-Record
              PERFORM 2900-Write-Advice-Line
              PERFORM 2900-Write-Advice-Line
           END-IF.

       2010-Check-One-PO.
           IF WS-PO-Supplier(WS-PO-IDX) = WS-Hold-Supplier AND
              WS-PO-On-Poout(WS-PO-IDX) AND
              WS-PO-On-Status(WS-PO-IDX)
              IF WS-PO-Accepted-Qty(WS-PO-IDX) <
                 WS-PO-Settled-Qty(WS-PO-IDX)
                 MOVE WS-PO-Accepted-Qty(WS-PO-IDX) TO
                    WS-PO-Settled-Qty(WS-PO-IDX)
                 ADD +1 TO WS-Settle-Down-Cnt
              END-IF
              IF WS-PO-Accepted-Qty(WS-PO-IDX) >
                 WS-PO-Settled-Qty(WS-PO-IDX)
                 ADD +1 TO WS-Hold-Line-Cnt
              END-IF
           END-IF.

       2100-Print-Advice-Heading.
           MOVE SPACES TO FD-AdviceRpt-Record.
           STRING "SETTLEMENT ADVICE " WS-Settle-Number
              "          DATE " WS-Today-Date
              DELIMITED BY SIZE INTO FD-AdviceRpt-Record.
           PERFORM 2900-Write-Advice-Line.
           MOVE WS-Hold-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY MOVE SPACES TO SuppOut-SUPPLIER-NAME
           END-READ.
           MOVE SPACES TO FD-AdviceRpt-Record.
           STRING "TO:  " WS-Hold-Supplier "  " SuppOut-SUPPLIER-NAME
              DELIMITED BY SIZE INTO FD-AdviceRpt-Record.
           PERFORM 2900-Write-Advice-Line.
           MOVE SPACES TO FD-AdviceRpt-Record.
           STRING "SELF-BILLED ON ACCEPTED RECEIPTS -- "
              "DO NOT INVOICE THESE QUANTITIES"
              DELIMITED BY SIZE INTO FD-AdviceRpt-Record.
           PERFORM 2900-Write-Advice-Line.
           MOVE SPACES TO FD-AdviceRpt-Record.
           PERFORM 2900-Write-Advice-Line.
           MOVE SPACES TO FD-AdviceRpt-Record.
           STRING "PO     PART                    ACCEPTED"
              "  PREV-PD  THIS-PD  UNIT-PRICE CUR"
              "            VALUE"
              DELIMITED BY SIZE INTO FD-AdviceRpt-Record.
           PERFORM 2900-Write-Advice-Line.

       2200-Settle-One-PO.
           IF WS-PO-Supplier(WS-PO-IDX) = WS-Hold-Supplier AND
              WS-PO-On-Poout(WS-PO-IDX) AND
              WS-PO-On-Status(WS-PO-IDX) AND
              WS-PO-Accepted-Qty(WS-PO-IDX) >
              WS-PO-Settled-Qty(WS-PO-IDX)
              COMPUTE WS-Settle-Qty =
                 WS-PO-Accepted-Qty(WS-PO-IDX) -
                 WS-PO-Settled-Qty(WS-PO-IDX)
              COMPUTE WS-Settle-Value =
                 WS-Settle-Qty * WS-PO-Unit-Price(WS-PO-IDX)
              ADD +1 TO WS-Settled-Line-Cnt
              PERFORM 2210-Write-Approve-Record
              PERFORM 2220-Print-Advice-Detail
              PERFORM 2230-Add-Currency-Total
              MOVE WS-PO-Accepted-Qty(WS-PO-IDX) TO
                 WS-PO-Settled-Qty(WS-PO-IDX)
              MOVE WS-Today-Date TO WS-PO-Last-Date(WS-PO-IDX)
              MOVE WS-Settle-Number TO WS-PO-Last-Number(WS-PO-IDX)
           END-IF.

      *    APMATCH's feed layout -- the settlement number in the
      *    invoice slot and today as the invoice date, so the
      *    supplier's terms run from settlement.
       2210-Write-Approve-Record.
           MOVE WS-Settle-Value TO WS-Amount-Edit.
           MOVE SPACES TO FD-ApproveFeed-Record.
           MOVE WS-Settle-Number TO FD-ApproveFeed-Record(1:10).
           MOVE WS-Hold-Supplier TO FD-ApproveFeed-Record(11:10).
           MOVE WS-PO-Number(WS-PO-IDX) TO
              FD-ApproveFeed-Record(21:6).
           MOVE WS-PO-Currency(WS-PO-IDX) TO
              FD-ApproveFeed-Record(28:3).
           MOVE WS-Amount-Edit TO FD-ApproveFeed-Record(32:16).
           MOVE WS-Today-Date TO FD-ApproveFeed-Record(49:8).
           MOVE WS-PO-Dist-Coding(WS-PO-IDX) TO
              FD-ApproveFeed-Record(61:64).
           WRITE FD-ApproveFeed-Record.
           IF WS-ApproveFeedFile-Good
              ADD +1 TO FD-ApproveFeed-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ap-approve-feed" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2210-Write-Approve-Record"
              DISPLAY "File Status: " WS-ApproveFeedFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2220-Print-Advice-Detail.
           MOVE WS-PO-Accepted-Qty(WS-PO-IDX) TO WS-Acc-Qty-Edit.
           MOVE WS-PO-Settled-Qty(WS-PO-IDX) TO WS-Prev-Qty-Edit.
           MOVE WS-Settle-Qty TO WS-Qty-Edit.
           MOVE WS-PO-Unit-Price(WS-PO-IDX) TO WS-Price-Edit.
           MOVE WS-Settle-Value TO WS-Amount-Edit.
           MOVE SPACES TO FD-AdviceRpt-Record.
           MOVE WS-PO-Number(WS-PO-IDX) TO FD-AdviceRpt-Record(1:6).
           MOVE WS-PO-Part(WS-PO-IDX) TO FD-AdviceRpt-Record(8:23).
           MOVE WS-Acc-Qty-Edit TO FD-AdviceRpt-Record(32:7).
           MOVE WS-Prev-Qty-Edit TO FD-AdviceRpt-Record(41:7).
           MOVE WS-Qty-Edit TO FD-AdviceRpt-Record(50:7).
           MOVE WS-Price-Edit TO FD-AdviceRpt-Record(59:10).
           MOVE WS-PO-Currency(WS-PO-IDX) TO
              FD-AdviceRpt-Record(70:3).
           MOVE WS-Amount-Edit TO FD-AdviceRpt-Record(74:16).
           PERFORM 2900-Write-Advice-Line.

       2230-Add-Currency-Total.
           SET WS-Cur-Not-Found TO TRUE.
           PERFORM VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt
              IF WS-Cur-Code(WS-Cur-IDX) = WS-PO-Currency(WS-PO-IDX)
                 SET WS-Cur-Found TO TRUE
                 ADD WS-Settle-Value TO WS-Cur-Total(WS-Cur-IDX)
                 SET WS-Cur-IDX TO WS-Cur-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cur-Not-Found
              IF WS-Cur-Cnt >= WS-Cur-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Settle-Totals-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cur-Cnt
              SET WS-Cur-IDX TO WS-Cur-Cnt
              MOVE WS-PO-Currency(WS-PO-IDX) TO
                 WS-Cur-Code(WS-Cur-IDX)
              MOVE WS-Settle-Value TO WS-Cur-Total(WS-Cur-IDX)
           END-IF.

       2400-Print-Advice-Total.
           MOVE WS-Cur-Total(WS-Cur-IDX) TO WS-Amount-Edit.
           MOVE SPACES TO FD-AdviceRpt-Record.
           MOVE "TOTAL SETTLED" TO FD-AdviceRpt-Record(50:13).
           MOVE WS-Cur-Code(WS-Cur-IDX) TO FD-AdviceRpt-Record(70:3).
           MOVE WS-Amount-Edit TO FD-AdviceRpt-Record(74:16).
           PERFORM 2900-Write-Advice-Line.

       2900-Write-Advice-Line.
           WRITE FD-AdviceRpt-Record.
           IF WS-AdviceRpt-Good
              ADD +1 TO FD-AdviceRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ers-advice-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Advice-Line"
              DISPLAY "File Status: " WS-AdviceRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "ERSSETL: 3000-End-Job".
           CLOSE SuppOut ApproveFeedFile AdviceRpt.
           PERFORM 3010-Write-Settled-File.
           PERFORM 3020-Write-Control.
           DISPLAY "  Ers-Setl: ERS Suppliers:      " WS-Ers-Cnt.
           DISPLAY "  Ers-Setl: Settlements:        "
              WS-Settlement-Cnt.
           DISPLAY "  Ers-Setl: PO Lines Settled:   "
              WS-Settled-Line-Cnt.
           DISPLAY "  Ers-Setl: Feed Records:       "
              FD-ApproveFeed-Record-Cnt.
           DISPLAY "  Ers-Setl: Settled Down (Rtn): "
              WS-Settle-Down-Cnt.
           DISPLAY "  Ers-Setl: Positions Written:  "
              FD-ErsSettled-Record-Cnt.

       3010-Write-Settled-File.
           OPEN OUTPUT ErsSettledFile.
           PERFORM 3015-Write-One-Settled
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter.
           CLOSE ErsSettledFile.

       3015-Write-One-Settled.
           IF WS-PO-Settled-Qty(WS-PO-IDX) > ZERO OR
              WS-PO-Last-Number(WS-PO-IDX) NOT = SPACES
              MOVE SPACES TO ErsSet-ERS-SETTLED-REC
              MOVE WS-PO-Number(WS-PO-IDX) TO ErsSet-PO-NUMBER
              MOVE WS-PO-Supplier(WS-PO-IDX) TO ErsSet-SUPPLIER-CODE
              MOVE WS-PO-Settled-Qty(WS-PO-IDX) TO
                 ErsSet-SETTLED-QTY
              MOVE WS-PO-Last-Date(WS-PO-IDX) TO
                 ErsSet-LAST-SETTLE-DATE
              MOVE WS-PO-Last-Number(WS-PO-IDX) TO
                 ErsSet-LAST-SETTLE-NUMBER
              WRITE ErsSet-ERS-SETTLED-REC
              IF WS-ErsSettledFile-Good
                 ADD +1 TO FD-ErsSettled-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "ers-settled" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 3015-Write-One-Settled"
                 DISPLAY "File Status: " WS-ErsSettledFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3020-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Next-Seq TO FD-Ctl-Next-Seq.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ers-settle-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3020-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
