      ***********************************************************
      * Program name:    LNDCOST
      * Original author: David Stagowski
      *
      *    Description: Landed cost per purchase order, by part
      *       and supplier.
      *
      *    For an importer (SUPPLIER-TYPE 'I') the PO UNIT-PRICE
      *    is only part of what the part costs -- freight, duty,
      *    brokerage and insurance come in on separate carrier
      *    and broker bills.  Accounts payable keys those bills
      *    against the PO on the landed-charge file
      *    (landed-charges.dat.txt, LNDCHG); this ties them back.
      *    Each PO's charges are converted to USD at the
      *    exchange-rate.dat.txt rates and spread over the PO's
      *    ordered quantity, giving a charge per unit and a
      *    landed unit cost (PO unit price in USD plus charge per
      *    unit).  POs are found on POOUT, then on the permanent
      *    PO archive for bills that arrive after the PO has
      *    aged off.
      *
      *    Report (../data/landed-cost-rpt.dat.txt), by part and
      *    supplier: each charged PO with its charges by type and
      *    landed unit cost, and a pairing line with the weighted
      *    landed unit cost and the uplift over goods value.  An
      *    importer PO on POOUT with no charges yet is listed as
      *    not yet billed and kept out of the averages, as is a
      *    PO in a currency with no rate.  A charge in a currency
      *    with no rate is left out and flagged on its PO.
      *
      *    Extract (../data/landed-cost.dat.txt, LNDCEXT): one
      *    record per part and supplier -- SRCRPT's landed
      *    column.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-01 dastagg       Created for landed cost
      * 2026-10-02 dastagg       POOUT image 96 for the prime
      *                          contract and DPAS rating.
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNDCOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChargeFile
           ASSIGN TO "../data/landed-charges.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ChargeFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    POARCH's permanent archive -- archive date + the
      *    POOUT image.
           SELECT PoArchFile
           ASSIGN TO "../data/po-archive.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoArchFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

           SELECT LandedRpt
           ASSIGN TO "../data/landed-cost-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LandedRpt-Status.

           SELECT LandedExtFile
           ASSIGN TO "../data/landed-cost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LandedExtFile-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  ChargeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LNDCHG REPLACING ==:tag:== BY ==Chg==.

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PoArchFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoArch-Record.
           05 FD-PoArch-Date        PIC X(08).
           05 FD-PoArch-Image       PIC X(369).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  LandedRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-LandedRpt-Record          PIC X(132).

       FD  LandedExtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LNDCEXT REPLACING ==:tag:== BY ==Lext==.

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Part              PIC X(23).
           05 Sort-Supplier          PIC X(10).
           05 Sort-PO-Number         PIC X(06).
           05 Sort-Supp-Type         PIC X(01).
           05 Sort-Line-Type         PIC X(01).
              88 Sort-Charged           VALUE 'C'.
              88 Sort-Not-Billed        VALUE 'N'.
           05 Sort-Quantity          PIC 9(09).
           05 Sort-Currency          PIC X(03).
           05 Sort-Unit-Price        PIC 9(07)V99.
           05 Sort-Rate-Flag         PIC X(01).
           05 Sort-Unit-Usd          PIC 9(07)V9(04).
           05 Sort-Goods-Usd         PIC 9(11)V99.
           05 Sort-Freight-Usd       PIC 9(11)V99.
           05 Sort-Duty-Usd          PIC 9(11)V99.
           05 Sort-Brokerage-Usd     PIC 9(11)V99.
           05 Sort-Other-Usd         PIC 9(11)V99.
           05 Sort-Charges-Usd       PIC 9(11)V99.
           05 Sort-Unrated-Flag      PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ChargeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LandedRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==LandedExtFile==.

       01  WS-File-Counters.
           12 FD-Charge-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-LandedRpt-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-LandedExt-Record-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Run-Counters.
           12 WS-Charged-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Billed-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Unrated-Chg-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Rate-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Orphan-Chg-PO-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-Pair-Open-Flag            PIC X VALUE 'N'.
              88 WS-Pair-Open                 VALUE 'Y'.

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Usd                  PIC S9(11)V99 VALUE ZERO.
           12 WS-Hold-Source               PIC X(01) VALUE SPACE.
              88 WS-Hold-From-Live            VALUE 'L'.
              88 WS-Hold-From-Archive         VALUE 'A'.

      *    Charges per PO, already in USD, by type.
       01  WS-Charge-Storage.
           12 WS-Chg-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Chg-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Chg-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Chg-Cnt
              INDEXED BY WS-Chg-IDX.
              15 WS-Chg-PO-Number          PIC X(06).
              15 WS-Chg-Freight-Usd        PIC S9(11)V99 COMP-3.
              15 WS-Chg-Duty-Usd           PIC S9(11)V99 COMP-3.
              15 WS-Chg-Brokerage-Usd      PIC S9(11)V99 COMP-3.
              15 WS-Chg-Other-Usd          PIC S9(11)V99 COMP-3.
              15 WS-Chg-Unrated-Flag       PIC X(01).
              15 WS-Chg-Used-Flag          PIC X(01).
                 88 WS-Chg-Used               VALUE 'Y'.

       01  WS-Exch-Rate-Storage.
           12 WS-Exch-Rate-Max-Cnt         PIC S9(4) COMP VALUE +99.
           12 WS-Exch-Rate-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Exch-Rate-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Exch-Rate-Cnt
              INDEXED BY WS-Exch-Rate-IDX.
              15 WS-Exch-Rate-Code         PIC X(03).
              15 WS-Exch-Rate-Value        PIC 9(03)V9(06).
           12 WS-Exch-Rate-Found-Flag      PIC X.
              88 WS-Exch-Rate-Found           VALUE 'Y'.
              88 WS-Exch-Rate-Not-Found       VALUE 'N'.
           12 WS-Exch-Rate-Hold            PIC 9(03)V9(06) VALUE ZERO.
           12 WS-Exch-Rate-Rec-Layout.
              15 WS-ERR-Code               PIC X(03).
              15 WS-ERR-Rate               PIC 9(03)V9(06).
              15 FILLER                    PIC X(13).

      *    The PO being looked at, live or archived.
       COPY POOUT REPLACING ==:tag:== BY ==Work==.

       01  WS-Control-Break-Fields.
           12 WS-Prev-Part                 PIC X(23) VALUE SPACES.
           12 WS-Prev-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Pair-PO-Cnt               PIC S9(5) COMP VALUE ZERO.
           12 WS-Pair-Qty                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Pair-Goods-Usd            PIC S9(11)V99 VALUE ZERO.
           12 WS-Pair-Charges-Usd          PIC S9(11)V99 VALUE ZERO.
           12 WS-Pair-Unit-Usd             PIC S9(7)V9(4) VALUE ZERO.
           12 WS-Pair-Landed-Usd           PIC S9(7)V9(4) VALUE ZERO.
           12 WS-Pair-Uplift-Pct           PIC S9(5)V99 VALUE ZERO.
           12 WS-Line-Chg-Per-Unit         PIC S9(7)V9(4) VALUE ZERO.
           12 WS-Line-Landed-Usd           PIC S9(7)V9(4) VALUE ZERO.
           12 WS-Grand-Goods-Usd           PIC S9(13)V99 VALUE ZERO.
           12 WS-Grand-Charges-Usd         PIC S9(13)V99 VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(8)9.
           12 WS-Price-Edit                PIC Z(6)9.99.
           12 WS-Unit-Edit                 PIC Z(6)9.9999.
           12 WS-Freight-Edit              PIC Z(8)9.99.
           12 WS-Duty-Edit                 PIC Z(8)9.99.
           12 WS-Brokerage-Edit            PIC Z(8)9.99.
           12 WS-Other-Edit                PIC Z(8)9.99.
           12 WS-Landed-Edit               PIC Z(6)9.9999.
           12 WS-Value-Edit                PIC Z(12)9.99.
           12 WS-Charges-Edit              PIC Z(12)9.99.
           12 WS-Pct-Edit                  PIC ZZZZ9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Part
              ON ASCENDING KEY Sort-Supplier
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 2000-Release-Records
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Write-Landed-Report
                 THRU 3599-Landed-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "LNDCOST: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Exch-Rates.
           PERFORM 1020-Load-Charges.
           OPEN INPUT SuppOut.
           OPEN OUTPUT LandedRpt LandedExtFile.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "LANDED COST BY PART AND SUPPLIER (USD)  RUN "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

       1010-Load-Exch-Rates.
           OPEN INPUT ExchRateFile.
           IF WS-ExchRateFile-Good
              PERFORM 1015-Load-One-Rate
                 UNTIL WS-ExchRateFile-EOF
              CLOSE ExchRateFile
           END-IF.

       1015-Load-One-Rate.
           READ ExchRateFile
              AT END SET WS-ExchRateFile-EOF TO TRUE
           END-READ.
           IF WS-ExchRateFile-Good
              IF WS-Exch-Rate-Cnt >= WS-Exch-Rate-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Exch-Rate-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Exch-Rate-Cnt
              SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              MOVE FD-ExchRateFile-Record TO WS-Exch-Rate-Rec-Layout
              MOVE WS-ERR-Code TO
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
              MOVE WS-ERR-Rate TO
                 WS-Exch-Rate-Value(WS-Exch-Rate-IDX)
           END-IF.

      *    No charge file just means no bills keyed yet -- every
      *    importer PO comes out as not yet billed.
       1020-Load-Charges.
           OPEN INPUT ChargeFile.
           IF WS-ChargeFile-Good
              PERFORM 1025-Load-One-Charge UNTIL WS-ChargeFile-EOF
              CLOSE ChargeFile
           END-IF.

       1025-Load-One-Charge.
           READ ChargeFile
              AT END SET WS-ChargeFile-EOF TO TRUE
           END-READ.
           IF WS-ChargeFile-Good AND Chg-PO-NUMBER > SPACES AND
              Chg-AMOUNT IS NUMERIC
              ADD +1 TO FD-Charge-Record-Cnt
              PERFORM 1030-Find-Charge-Row
              MOVE Chg-CURRENCY-CODE TO WS-Hold-Currency
              PERFORM 2040-Find-Current-Rate
              IF WS-Exch-Rate-Found
                 COMPUTE WS-Hold-Usd ROUNDED =
                    Chg-AMOUNT * WS-Exch-Rate-Hold
                 EVALUATE TRUE
                    WHEN Chg-FREIGHT
                       ADD WS-Hold-Usd TO
                          WS-Chg-Freight-Usd(WS-Chg-Match-IDX)
                    WHEN Chg-DUTY
                       ADD WS-Hold-Usd TO
                          WS-Chg-Duty-Usd(WS-Chg-Match-IDX)
                    WHEN Chg-BROKERAGE
                       ADD WS-Hold-Usd TO
                          WS-Chg-Brokerage-Usd(WS-Chg-Match-IDX)
                    WHEN OTHER
                       ADD WS-Hold-Usd TO
                          WS-Chg-Other-Usd(WS-Chg-Match-IDX)
                 END-EVALUATE
              ELSE
                 ADD +1 TO WS-Unrated-Chg-Cnt
                 MOVE 'Y' TO WS-Chg-Unrated-Flag(WS-Chg-Match-IDX)
              END-IF
           END-IF.

       1030-Find-Charge-Row.
           MOVE ZERO TO WS-Chg-Match-IDX.
           PERFORM VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt
              IF WS-Chg-PO-Number(WS-Chg-IDX) = Chg-PO-NUMBER
                 SET WS-Chg-Match-IDX TO WS-Chg-IDX
                 SET WS-Chg-IDX TO WS-Chg-Cnt
              END-IF
           END-PERFORM.
           IF WS-Chg-Match-IDX = ZERO
              IF WS-Chg-Cnt >= WS-Chg-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Charge-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Chg-Cnt
              MOVE WS-Chg-Cnt TO WS-Chg-Match-IDX
              MOVE Chg-PO-NUMBER TO
                 WS-Chg-PO-Number(WS-Chg-Match-IDX)
              MOVE ZERO TO WS-Chg-Freight-Usd(WS-Chg-Match-IDX)
                           WS-Chg-Duty-Usd(WS-Chg-Match-IDX)
                           WS-Chg-Brokerage-Usd(WS-Chg-Match-IDX)
                           WS-Chg-Other-Usd(WS-Chg-Match-IDX)
              MOVE 'N' TO WS-Chg-Unrated-Flag(WS-Chg-Match-IDX)
                          WS-Chg-Used-Flag(WS-Chg-Match-IDX)
           END-IF.

      *    Live POs first, so a PO on both POOUT and the archive
      *    is costed once, from POOUT.
       2000-Release-Records.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2000-Release-Records"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           SET WS-Hold-From-Live TO TRUE.
           PERFORM 2010-Release-One-Live-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           SET WS-Hold-From-Archive TO TRUE.
           OPEN INPUT PoArchFile.
           IF WS-PoArchFile-Good
              PERFORM 2020-Release-One-Archived-PO
                 UNTIL WS-PoArchFile-EOF
              CLOSE PoArchFile
           END-IF.
           PERFORM VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt
              IF NOT WS-Chg-Used(WS-Chg-IDX)
                 ADD +1 TO WS-Orphan-Chg-PO-Cnt
              END-IF
           END-PERFORM.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-Live-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 MOVE PoOut-PURCHASE-ORDERS TO Work-PURCHASE-ORDERS
                 PERFORM 2030-Take-One-PO
              END-IF
           ELSE
              IF NOT WS-PoOut-EOF
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2010-Release-One-Live-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Release-One-Archived-PO.
           READ PoArchFile
              AT END SET WS-PoArchFile-EOF TO TRUE
           END-READ.
           IF WS-PoArchFile-Good
              ADD +1 TO FD-PoArch-Record-Cnt
              MOVE FD-PoArch-Image TO Work-PURCHASE-ORDERS
              PERFORM 2030-Take-One-PO
           END-IF.

      *    A PO with bills is costed; an importer's live PO with
      *    none is listed as not yet billed.  Anything else has
      *    nothing to land.
       2030-Take-One-PO.
           MOVE ZERO TO WS-Chg-Match-IDX.
           PERFORM VARYING WS-Chg-IDX FROM 1 BY 1
              UNTIL WS-Chg-IDX > WS-Chg-Cnt
              IF WS-Chg-PO-Number(WS-Chg-IDX) = Work-PO-NUMBER
                 SET WS-Chg-Match-IDX TO WS-Chg-IDX
                 SET WS-Chg-IDX TO WS-Chg-Cnt
              END-IF
           END-PERFORM.
           IF WS-Chg-Match-IDX > ZERO
              IF NOT WS-Chg-Used(WS-Chg-Match-IDX)
                 MOVE 'Y' TO WS-Chg-Used-Flag(WS-Chg-Match-IDX)
                 PERFORM 2050-Read-Supplier
                 PERFORM 2060-Release-Charged-PO
              END-IF
           ELSE
              IF WS-Hold-From-Live
                 PERFORM 2050-Read-Supplier
                 IF SuppOut-IMPORTER
                    PERFORM 2070-Release-Not-Billed-PO
                 END-IF
              END-IF
           END-IF.

      *    US dollars need no rate row to convert one for one --
      *    the 6140-Convert-Value-To-USD stance in POCALL.
       2040-Find-Current-Rate.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           PERFORM VARYING WS-Exch-Rate-IDX FROM 1 BY 1
              UNTIL WS-Exch-Rate-IDX > WS-Exch-Rate-Cnt
              IF WS-Hold-Currency =
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
                 SET WS-Exch-Rate-Found TO TRUE
                 MOVE WS-Exch-Rate-Value(WS-Exch-Rate-IDX) TO
                    WS-Exch-Rate-Hold
                 SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              END-IF
           END-PERFORM.
           IF WS-Exch-Rate-Not-Found AND
              WS-Hold-Currency = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.

       2050-Read-Supplier.
           MOVE SPACES TO SuppOut-SUPPLIERS.
           MOVE Work-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 MOVE SPACE TO SuppOut-SUPPLIER-TYPE
           END-READ.

       2060-Release-Charged-PO.
           PERFORM 2080-Move-PO-Fields.
           MOVE 'C' TO Sort-Line-Type.
           MOVE WS-Chg-Freight-Usd(WS-Chg-Match-IDX) TO
              Sort-Freight-Usd.
           MOVE WS-Chg-Duty-Usd(WS-Chg-Match-IDX) TO Sort-Duty-Usd.
           MOVE WS-Chg-Brokerage-Usd(WS-Chg-Match-IDX) TO
              Sort-Brokerage-Usd.
           MOVE WS-Chg-Other-Usd(WS-Chg-Match-IDX) TO Sort-Other-Usd.
           COMPUTE Sort-Charges-Usd =
              Sort-Freight-Usd + Sort-Duty-Usd +
              Sort-Brokerage-Usd + Sort-Other-Usd.
           MOVE WS-Chg-Unrated-Flag(WS-Chg-Match-IDX) TO
              Sort-Unrated-Flag.
           RELEASE Sort-Record.

       2070-Release-Not-Billed-PO.
           PERFORM 2080-Move-PO-Fields.
           MOVE 'N' TO Sort-Line-Type.
           MOVE ZERO TO Sort-Freight-Usd Sort-Duty-Usd
                        Sort-Brokerage-Usd Sort-Other-Usd
                        Sort-Charges-Usd.
           MOVE 'N' TO Sort-Unrated-Flag.
           RELEASE Sort-Record.

       2080-Move-PO-Fields.
           MOVE Work-PART-NUMBER TO Sort-Part.
           MOVE Work-SUPPLIER-CODE TO Sort-Supplier.
           MOVE Work-PO-NUMBER TO Sort-PO-Number.
           MOVE SuppOut-SUPPLIER-TYPE TO Sort-Supp-Type.
           IF Work-QUANTITY > ZERO
              MOVE Work-QUANTITY TO Sort-Quantity
           ELSE
              MOVE ZERO TO Sort-Quantity
           END-IF.
           MOVE Work-CURRENCY-CODE TO Sort-Currency.
           MOVE Work-UNIT-PRICE TO Sort-Unit-Price.
           MOVE Work-CURRENCY-CODE TO WS-Hold-Currency.
           PERFORM 2040-Find-Current-Rate.
           IF WS-Exch-Rate-Found
              MOVE 'Y' TO Sort-Rate-Flag
              COMPUTE Sort-Unit-Usd ROUNDED =
                 Work-UNIT-PRICE * WS-Exch-Rate-Hold
              COMPUTE Sort-Goods-Usd ROUNDED =
                 Sort-Quantity * Work-UNIT-PRICE * WS-Exch-Rate-Hold
           ELSE
              MOVE 'N' TO Sort-Rate-Flag
              MOVE ZERO TO Sort-Unit-Usd Sort-Goods-Usd
           END-IF.

       2990-Write-Rpt-Line.
           WRITE FD-LandedRpt-Record.
           IF WS-LandedRpt-Good
              ADD +1 TO FD-LandedRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "landed-cost-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-LandedRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "LNDCOST: 3000-End-Job".
           MOVE SPACES TO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Grand-Goods-Usd TO WS-Value-Edit.
           MOVE WS-Grand-Charges-Usd TO WS-Charges-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "ALL PAIRINGS  GOODS USD " WS-Value-Edit
              "  CHARGES USD " WS-Charges-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE FD-Charge-Record-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "CHARGE LINES READ:            " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Unrated-Chg-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "  NO RATE FOR CURRENCY:       " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Orphan-Chg-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "  PO NOT ON POOUT OR ARCHIVE: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Charged-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "POS COSTED:                   " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-No-Rate-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "  NO RATE FOR PO CURRENCY:    " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Not-Billed-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "IMPORTER POS NOT YET BILLED:  " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE SuppOut LandedRpt LandedExtFile.
           DISPLAY "  Landed: Charge Lines Read:   "
              FD-Charge-Record-Cnt.
           DISPLAY "  Landed: POs Costed:          "
              WS-Charged-PO-Cnt.
           DISPLAY "  Landed: Not Yet Billed:      "
              WS-Not-Billed-Cnt.
           DISPLAY "  Landed: Charges Unmatched:   "
              WS-Orphan-Chg-PO-Cnt.
           DISPLAY "  Landed: Extract Written:     "
              FD-LandedExt-Record-Cnt.

      *    Part, then supplier -- one pairing line and one extract
      *    record at each break.
       3500-Write-Landed-Report.
           MOVE SPACES TO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "  PO     CUR  QUANTITY UNIT PRICE     UNIT USD"
              "      FREIGHT         DUTY    BROKERAGE"
              "    INS/OTHER   LANDED USD"
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           PERFORM 3510-Return-One-Record UNTIL WS-Sort-EOF.
           IF WS-Pair-Open
              PERFORM 3540-Close-Pairing
           END-IF.

       3599-Landed-Exit.
           EXIT.

       3510-Return-One-Record.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF NOT WS-Pair-Open OR
                 Sort-Part NOT = WS-Prev-Part OR
                 Sort-Supplier NOT = WS-Prev-Supplier
                 IF WS-Pair-Open
                    PERFORM 3540-Close-Pairing
                 END-IF
                 PERFORM 3520-Open-Pairing
              END-IF
              PERFORM 3530-Write-PO-Line
           END-IF.

       3520-Open-Pairing.
           SET WS-Pair-Open TO TRUE.
           MOVE Sort-Part TO WS-Prev-Part.
           MOVE Sort-Supplier TO WS-Prev-Supplier.
           MOVE ZERO TO WS-Pair-PO-Cnt WS-Pair-Qty
                        WS-Pair-Goods-Usd WS-Pair-Charges-Usd.
           MOVE SPACES TO FD-LandedRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-LandedRpt-Record.
           STRING "PART " Sort-Part "  SUPPLIER " Sort-Supplier
              DELIMITED BY SIZE INTO FD-LandedRpt-Record.
           IF Sort-Supp-Type = 'I'
              MOVE "IMPORTER" TO FD-LandedRpt-Record(52:8)
           END-IF.
           PERFORM 2990-Write-Rpt-Line.

       3530-Write-PO-Line.
           MOVE Sort-Quantity TO WS-Qty-Edit.
           MOVE Sort-Unit-Price TO WS-Price-Edit.
           MOVE SPACES TO FD-LandedRpt-Record.
           IF Sort-Not-Billed
              ADD +1 TO WS-Not-Billed-Cnt
              STRING "  " Sort-PO-Number " " Sort-Currency " "
                 WS-Qty-Edit " " WS-Price-Edit
                 "   CHARGES NOT YET BILLED"
                 DELIMITED BY SIZE INTO FD-LandedRpt-Record
           ELSE
              ADD +1 TO WS-Charged-PO-Cnt
              MOVE ZERO TO WS-Line-Chg-Per-Unit WS-Line-Landed-Usd
              IF Sort-Quantity > ZERO
                 COMPUTE WS-Line-Chg-Per-Unit ROUNDED =
                    Sort-Charges-Usd / Sort-Quantity
              END-IF
              COMPUTE WS-Line-Landed-Usd =
                 Sort-Unit-Usd + WS-Line-Chg-Per-Unit
              MOVE Sort-Unit-Usd TO WS-Unit-Edit
              MOVE Sort-Freight-Usd TO WS-Freight-Edit
              MOVE Sort-Duty-Usd TO WS-Duty-Edit
              MOVE Sort-Brokerage-Usd TO WS-Brokerage-Edit
              MOVE Sort-Other-Usd TO WS-Other-Edit
              MOVE WS-Line-Landed-Usd TO WS-Landed-Edit
              STRING "  " Sort-PO-Number " " Sort-Currency " "
                 WS-Qty-Edit " " WS-Price-Edit " "
                 WS-Unit-Edit " "
                 WS-Freight-Edit " " WS-Duty-Edit " "
                 WS-Brokerage-Edit " " WS-Other-Edit " "
                 WS-Landed-Edit
                 DELIMITED BY SIZE INTO FD-LandedRpt-Record
      *       A PO whose own currency can't be converted has no USD
      *       unit price to land -- shown, but kept out of the
      *       pairing.
              IF Sort-Rate-Flag = 'N'
                 ADD +1 TO WS-No-Rate-PO-Cnt
                 MOVE "NO RATE" TO FD-LandedRpt-Record(120:7)
              ELSE
                 ADD +1 TO WS-Pair-PO-Cnt
                 ADD Sort-Quantity TO WS-Pair-Qty
                 ADD Sort-Goods-Usd TO WS-Pair-Goods-Usd
                 ADD Sort-Charges-Usd TO WS-Pair-Charges-Usd
              END-IF
              IF Sort-Unrated-Flag = 'Y'
                 MOVE "CHG NO RATE" TO FD-LandedRpt-Record(120:11)
              END-IF
           END-IF.
           PERFORM 2990-Write-Rpt-Line.

       3540-Close-Pairing.
           MOVE 'N' TO WS-Pair-Open-Flag.
           IF WS-Pair-PO-Cnt > ZERO AND WS-Pair-Qty > ZERO
              COMPUTE WS-Pair-Unit-Usd ROUNDED =
                 WS-Pair-Goods-Usd / WS-Pair-Qty
              COMPUTE WS-Pair-Landed-Usd ROUNDED =
                 (WS-Pair-Goods-Usd + WS-Pair-Charges-Usd) /
                 WS-Pair-Qty
              IF WS-Pair-Goods-Usd > ZERO
                 COMPUTE WS-Pair-Uplift-Pct ROUNDED =
                    WS-Pair-Charges-Usd * 100 / WS-Pair-Goods-Usd
                    ON SIZE ERROR MOVE 99999.99 TO WS-Pair-Uplift-Pct
                 END-COMPUTE
              ELSE
                 MOVE ZERO TO WS-Pair-Uplift-Pct
              END-IF
              ADD WS-Pair-Goods-Usd TO WS-Grand-Goods-Usd
              ADD WS-Pair-Charges-Usd TO WS-Grand-Charges-Usd
              MOVE WS-Pair-PO-Cnt TO WS-Cnt-Edit
              MOVE WS-Pair-Qty TO WS-Qty-Edit
              MOVE WS-Pair-Unit-Usd TO WS-Unit-Edit
              MOVE WS-Pair-Landed-Usd TO WS-Landed-Edit
              MOVE WS-Pair-Uplift-Pct TO WS-Pct-Edit
              MOVE SPACES TO FD-LandedRpt-Record
              STRING "  PAIRING  POS " WS-Cnt-Edit
                 "  QTY " WS-Qty-Edit
                 "  AVG UNIT USD " WS-Unit-Edit
                 "  LANDED UNIT USD " WS-Landed-Edit
                 "  UPLIFT " WS-Pct-Edit "%"
                 DELIMITED BY SIZE INTO FD-LandedRpt-Record
              PERFORM 2990-Write-Rpt-Line
              PERFORM 3550-Write-Extract
           END-IF.

       3550-Write-Extract.
           MOVE WS-Prev-Part TO Lext-PART-NUMBER.
           MOVE WS-Prev-Supplier TO Lext-SUPPLIER-CODE.
           MOVE WS-Pair-PO-Cnt TO Lext-PO-COUNT.
           MOVE WS-Pair-Qty TO Lext-QUANTITY.
           MOVE WS-Pair-Goods-Usd TO Lext-GOODS-VALUE-USD.
           MOVE WS-Pair-Charges-Usd TO Lext-CHARGES-USD.
           MOVE WS-Pair-Unit-Usd TO Lext-UNIT-PRICE-USD.
           MOVE WS-Pair-Landed-Usd TO Lext-LANDED-UNIT-USD.
           MOVE WS-Pair-Uplift-Pct TO Lext-UPLIFT-PCT.
           WRITE Lext-LANDED-COST-REC.
           IF WS-LandedExtFile-Good
              ADD +1 TO FD-LandedExt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "landed-cost" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3550-Write-Extract"
              DISPLAY "File Status: " WS-LandedExtFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
