      ***********************************************************
      * Program name:    PPVRPT
      * Original author: David Stagowski
      *
      *    Description: Purchase price variance (PPV) for a fiscal
      *       period -- what each PO is paying against finance's
      *       standard cost -- and the variance extract finance
      *       posts.
      *
      *    The period is PERCLOSE's report-period id when staged,
      *    else the fiscal-calendar period holding the business
      *    date (PSAPBDTE card, else today).  Every PO ordered
      *    inside the period's start and end dates is priced:
      *    POOUT -- or the frozen snapshot named on
      *    ../data/ppvrpt-input.dat.txt (the BUYRRPT idiom) --
      *    plus the POs POARCH has moved to po-archive (the live
      *    row wins where a PO is on both).
      *
      *    The standard is the STDCOST row for the part with the
      *    latest effective fiscal year not after the period's
      *    year.  UNIT-PRICE is restated in USD through
      *    exchange-rate.dat.txt the way RNIACCR converts, and
      *
      *       PPV = (USD unit price - standard) x QUANTITY
      *
      *    so a positive variance is unfavourable.
      *
      *       ppv-rpt.dat.txt      each PO's variance, then the
      *                            period rolled up by part,
      *                            supplier, buyer, and the part's
      *                            VEHICLE-MAKE (PARTOUT)
      *       ppv-extract.dat.txt  one PPVEXT line per GL
      *                            distribution line of each
      *                            priced PO, the variance split
      *                            by the line's percent, for
      *                            finance to post
      *
      *    A PO whose part has no standard, or whose currency has
      *    no rate, is listed and counted but carries no variance
      *    -- the extract holds only what could be priced.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-22 dastagg       Created for standard cost / PPV
      * 2026-10-02 dastagg       POOUT image 96 for the prime
      *                          contract and DPAS rating.
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines; the extract
      *                          split across them by percent,
      *                          with account and cost center.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPVRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format.  ASSIGN is through a
      *    WORKING-STORAGE item so a run can point at a frozen
      *    PERCLOSE snapshot -- the default is the live file.
           SELECT PoOut
           ASSIGN TO WS-PoOut-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

           SELECT InputOverrideFile
           ASSIGN TO "../data/ppvrpt-input.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InputOverrideFile-Status.

      *    POARCH's permanent archive -- archive date + the
      *    POOUT image.
           SELECT PoArchFile
           ASSIGN TO "../data/po-archive.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoArchFile-Status.

      *    PERCLOSE's period id, when staged.
           SELECT ReportPeriodFile
           ASSIGN TO "../data/report-period.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReportPeriodFile-Status.

           SELECT FiscalCalFile
           ASSIGN TO "../data/fiscal-calendar.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FiscalCalFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT StdCostFile
           ASSIGN TO "../data/standard-cost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StdCostFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority
      *    -- read per PO for the part's VEHICLE-MAKE.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

           SELECT PpvExtFile
           ASSIGN TO "../data/ppv-extract.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PpvExtFile-Status.

           SELECT PpvRpt
           ASSIGN TO "../data/ppv-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PpvRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  InputOverrideFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-InputOverride-Record  PIC X(100).

       FD  PoArchFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoArch-Record.
           05 FD-PoArch-Date        PIC X(08).
           05 FD-PoArch-Image       PIC X(369).

       FD  ReportPeriodFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReportPeriod-Record   PIC X(06).

       FD  FiscalCalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-FiscalCal-Record.
           05 FD-Cal-Period-Id          PIC X(06).
           05 FD-Cal-Start-Date         PIC 9(08).
           05 FD-Cal-End-Date           PIC 9(08).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  StdCostFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STDCOST REPLACING ==:tag:== BY ==Std==.

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  PpvExtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPVEXT REPLACING ==:tag:== BY ==Ppv==.

       FD  PpvRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PpvRpt-Record             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==InputOverrideFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReportPeriodFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FiscalCalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StdCostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PpvExtFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PpvRpt==.

       01  WS-PoOut-Path            PIC X(100)
                                    VALUE "../data/poout.dat.txt".

       01  WS-Run-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-PpvExt-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Period-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Standard-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Rate-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Period-Id                 PIC X(06) VALUE SPACES.
           12 WS-Period-Year REDEFINES WS-Period-Id.
              15 WS-Period-Year-Num        PIC 9(04).
              15 FILLER                    PIC X(02).
           12 WS-Period-Start              PIC 9(08) VALUE ZERO.
           12 WS-Period-End                PIC 9(08) VALUE ZERO.
           12 WS-Period-Found-Flag         PIC X VALUE 'N'.
              88 WS-Period-Found              VALUE 'Y'.
              88 WS-Period-Not-Found          VALUE 'N'.
           12 WS-PartOut-Open-Flag         PIC X VALUE 'N'.
              88 WS-PartOut-Open              VALUE 'Y'.

       01  WS-Std-Storage.
           12 WS-Std-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Std-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Std-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Std-Cnt
              INDEXED BY WS-Std-IDX.
              15 WS-Std-Part               PIC X(23).
              15 WS-Std-Year               PIC 9(04).
              15 WS-Std-Cost               PIC 9(07)V99.

      *    POOUT's PO numbers, so an archived copy of a PO still
      *    live is not counted twice.
       01  WS-Live-PO-Storage.
           12 WS-Live-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Live-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Live-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Live-Cnt
              INDEXED BY WS-Live-IDX.
              15 WS-Live-PO-Number         PIC X(06).
           12 WS-Live-Found-Flag           PIC X.
              88 WS-Live-Found                VALUE 'Y'.
              88 WS-Live-Not-Found            VALUE 'N'.

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

      *    The four rollups share one table, each row tagged
      *    with the dimension it belongs to: 'P' part,
      *    'S' supplier, 'B' buyer, 'M' vehicle make.
       01  WS-Rollup-Storage.
           12 WS-Roll-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Roll-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Roll-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Roll-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Roll-Cnt
              INDEXED BY WS-Roll-IDX.
              15 WS-Roll-Dim               PIC X(01).
              15 WS-Roll-Key               PIC X(23).
              15 WS-Roll-PO-Cnt            PIC S9(4) COMP.
              15 WS-Roll-Std-Value         PIC S9(13)V99 COMP-3.
              15 WS-Roll-Act-Value         PIC S9(13)V99 COMP-3.
              15 WS-Roll-Variance          PIC S9(13)V99 COMP-3.
           12 WS-Roll-Dim-Hold             PIC X(01) VALUE SPACE.
           12 WS-Roll-Key-Hold             PIC X(23) VALUE SPACES.

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       01  WS-Ppv-Work.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Buyer                PIC X(03) VALUE SPACES.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Order-Date           PIC X(08) VALUE SPACES.
           12 WS-Hold-Quantity             PIC S9(08) VALUE ZERO.
           12 WS-Hold-Unit-Price           PIC S9(07)V99 VALUE ZERO.
           12 WS-Hold-Make                 PIC X(03) VALUE SPACES.
           12 WS-Best-Year                 PIC 9(04) VALUE ZERO.
           12 WS-Std-Unit-Cost             PIC 9(07)V99 VALUE ZERO.
           12 WS-Std-Found-Flag            PIC X VALUE 'N'.
              88 WS-Std-Found                 VALUE 'Y'.
              88 WS-Std-Not-Found             VALUE 'N'.
           12 WS-Act-Unit-Usd              PIC S9(07)V99 VALUE ZERO.
           12 WS-Std-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Act-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Variance                  PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Std-Value           PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Act-Value           PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Variance            PIC S9(13)V99 VALUE ZERO.

       01  WS-Distribution-Work.
      *    The PO's coding from POOUT or the archive image.
           12 WS-Hold-Dist.
              15 WS-Hold-Dist-Line OCCURS 3 TIMES.
                 20 WS-Hold-Dist-Account   PIC X(10).
                 20 WS-Hold-Dist-Center    PIC X(06).
                 20 WS-Hold-Dist-Pct       PIC 9(03)V99.
           12 WS-Dist-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Dist-Last-Line            PIC S9(4) COMP VALUE ZERO.
           12 WS-Remain-Variance           PIC S9(13)V99 VALUE ZERO.
           12 WS-Share-Variance            PIC S9(13)V99 VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC Z(7)9.
           12 WS-Unit-Edit                 PIC Z(6)9.99.
           12 WS-Value-Edit                PIC -(13)9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Take-One-Live-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           PERFORM 2050-Take-Archived-POs.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "PPVRPT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           PERFORM 1005-Load-Input-Override.
           PERFORM 1007-Load-Report-Period.
           PERFORM 1010-Find-Period.
           IF WS-Period-Not-Found
              MOVE "PSAP016E" TO WS-Msg-Id
              MOVE "NO FISCAL PERIOD FOR DATE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "PPVRPT: period " WS-Period-Id
                 " / business date " WS-Business-Date
                 " is on no fiscal calendar period."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "PPVRPT pricing period " WS-Period-Id
              " " WS-Period-Start "-" WS-Period-End.
           PERFORM 1020-Load-Std-Costs.
           PERFORM 1030-Load-Exch-Rates.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "POOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut.
           IF WS-PartOut-Good
              SET WS-PartOut-Open TO TRUE
           END-IF.
           OPEN OUTPUT PpvExtFile PpvRpt.
           MOVE SPACES TO FD-PpvRpt-Record.
           STRING "PURCHASE PRICE VARIANCE  FISCAL PERIOD "
              WS-Period-Id "  (" WS-Period-Start "-"
              WS-Period-End ")  RUN " WS-Today-Date
              "   (USD, + = UNFAVOURABLE)"
              DELIMITED BY SIZE INTO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE SPACES TO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE "PO"        TO FD-PpvRpt-Record(1:2).
           MOVE "PART"      TO FD-PpvRpt-Record(8:4).
           MOVE "SUPPLIER"  TO FD-PpvRpt-Record(32:8).
           MOVE "BYR"       TO FD-PpvRpt-Record(43:3).
           MOVE "MAK"       TO FD-PpvRpt-Record(47:3).
           MOVE "QUANTITY"  TO FD-PpvRpt-Record(53:8).
           MOVE "STANDARD"  TO FD-PpvRpt-Record(64:8).
           MOVE "ACTUAL USD" TO FD-PpvRpt-Record(74:10).
           MOVE "VARIANCE"  TO FD-PpvRpt-Record(94:8).
           PERFORM 2900-Write-Ppv-Rpt-Line.

       1005-Load-Input-Override.
           OPEN INPUT InputOverrideFile.
           IF WS-InputOverrideFile-Good
              READ InputOverrideFile
              IF WS-InputOverrideFile-Good AND
                 FD-InputOverride-Record NOT = SPACES
                 MOVE FD-InputOverride-Record TO WS-PoOut-Path
                 DISPLAY "PPVRPT reporting against: "
                    WS-PoOut-Path
              END-IF
           END-IF.
           CLOSE InputOverrideFile.

       1007-Load-Report-Period.
           OPEN INPUT ReportPeriodFile.
           IF WS-ReportPeriodFile-Good
              READ ReportPeriodFile
              IF WS-ReportPeriodFile-Good AND
                 FD-ReportPeriod-Record > SPACES
                 MOVE FD-ReportPeriod-Record TO WS-Period-Id
              END-IF
           END-IF.
           CLOSE ReportPeriodFile.

      *    A staged period id is looked up by id; otherwise the
      *    period is the one holding the business date.
       1010-Find-Period.
           SET WS-Period-Not-Found TO TRUE.
           OPEN INPUT FiscalCalFile.
           IF WS-FiscalCalFile-Good
              PERFORM 1015-Check-One-Period
                 UNTIL WS-FiscalCalFile-EOF OR WS-Period-Found
              CLOSE FiscalCalFile
           END-IF.

       1015-Check-One-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good
              IF FD-Cal-Start-Date IS NUMERIC AND
                 FD-Cal-End-Date IS NUMERIC
                 IF (WS-Period-Id > SPACES AND
                     FD-Cal-Period-Id = WS-Period-Id) OR
                    (WS-Period-Id = SPACES AND
                     WS-Business-Date >= FD-Cal-Start-Date AND
                     WS-Business-Date <= FD-Cal-End-Date)
                    SET WS-Period-Found TO TRUE
                    MOVE FD-Cal-Period-Id TO WS-Period-Id
                    MOVE FD-Cal-Start-Date TO WS-Period-Start
                    MOVE FD-Cal-End-Date TO WS-Period-End
                 END-IF
              END-IF
           END-IF.

      *    A missing master just means nothing can be priced --
      *    every PO lists as having no standard.
       1020-Load-Std-Costs.
           OPEN INPUT StdCostFile.
           IF WS-StdCostFile-Good
              PERFORM 1025-Load-One-Std-Cost
                 UNTIL WS-StdCostFile-EOF
              CLOSE StdCostFile
           END-IF.

       1025-Load-One-Std-Cost.
           READ StdCostFile
              AT END SET WS-StdCostFile-EOF TO TRUE
           END-READ.
           IF WS-StdCostFile-Good AND
              Std-FISCAL-YEAR IS NUMERIC AND
              Std-STD-UNIT-COST IS NUMERIC
              IF WS-Std-Cnt >= WS-Std-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Std-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Std-Cnt
              SET WS-Std-IDX TO WS-Std-Cnt
              MOVE Std-PART-NUMBER TO WS-Std-Part(WS-Std-IDX)
              MOVE Std-FISCAL-YEAR TO WS-Std-Year(WS-Std-IDX)
              MOVE Std-STD-UNIT-COST TO WS-Std-Cost(WS-Std-IDX)
           END-IF.

       1030-Load-Exch-Rates.
           OPEN INPUT ExchRateFile.
           IF WS-ExchRateFile-Good
              PERFORM 1035-Load-One-Rate
                 UNTIL WS-ExchRateFile-EOF
              CLOSE ExchRateFile
           END-IF.

       1035-Load-One-Rate.
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
              MOVE FD-ExchRateFile-Record TO
                 WS-Exch-Rate-Rec-Layout
              MOVE WS-ERR-Code TO
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
              MOVE WS-ERR-Rate TO
                 WS-Exch-Rate-Value(WS-Exch-Rate-IDX)
           END-IF.

       2000-Take-One-Live-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2010-Note-Live-PO
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 MOVE PoOut-PART-NUMBER TO WS-Hold-Part
                 MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE PoOut-BUYER-CODE TO WS-Hold-Buyer
                 MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE PoOut-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE PoOut-QUANTITY TO WS-Hold-Quantity
                 MOVE PoOut-UNIT-PRICE TO WS-Hold-Unit-Price
                 PERFORM 2015-Hold-Live-Dist-Line
                    VARYING WS-Dist-Sub FROM 1 BY 1
                    UNTIL WS-Dist-Sub > 3
                 PERFORM 2100-Price-One-PO
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Take-One-Live-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Note-Live-PO.
           IF WS-Live-Cnt >= WS-Live-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Live-PO-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Live-Cnt.
           SET WS-Live-IDX TO WS-Live-Cnt.
           MOVE PoOut-PO-NUMBER TO WS-Live-PO-Number(WS-Live-IDX).

       2015-Hold-Live-Dist-Line.
           MOVE PoOut-DIST-GL-ACCOUNT(WS-Dist-Sub) TO
              WS-Hold-Dist-Account(WS-Dist-Sub).
           MOVE PoOut-DIST-COST-CENTER(WS-Dist-Sub) TO
              WS-Hold-Dist-Center(WS-Dist-Sub).
           IF PoOut-DIST-PERCENT(WS-Dist-Sub) IS NUMERIC
              MOVE PoOut-DIST-PERCENT(WS-Dist-Sub) TO
                 WS-Hold-Dist-Pct(WS-Dist-Sub)
           ELSE
              MOVE ZERO TO WS-Hold-Dist-Pct(WS-Dist-Sub)
           END-IF.

      *    A missing archive just means nothing has been archived
      *    yet.
       2050-Take-Archived-POs.
           OPEN INPUT PoArchFile.
           IF WS-PoArchFile-Good
              PERFORM 2055-Take-One-Archived-PO
                 UNTIL WS-PoArchFile-EOF
              CLOSE PoArchFile
           END-IF.

       2055-Take-One-Archived-PO.
           READ PoArchFile
              AT END SET WS-PoArchFile-EOF TO TRUE
           END-READ.
           IF WS-PoArchFile-Good
              ADD +1 TO FD-PoArch-Record-Cnt
              MOVE FD-PoArch-Image TO Arch-PURCHASE-ORDERS
              SET WS-Live-Not-Found TO TRUE
              PERFORM VARYING WS-Live-IDX FROM 1 BY 1
                 UNTIL WS-Live-IDX > WS-Live-Cnt
                 IF WS-Live-PO-Number(WS-Live-IDX) = Arch-PO-NUMBER
                    SET WS-Live-Found TO TRUE
                    SET WS-Live-IDX TO WS-Live-Cnt
                 END-IF
              END-PERFORM
              IF WS-Live-Not-Found
                 MOVE Arch-PO-NUMBER TO WS-Hold-PO-Number
                 MOVE Arch-PART-NUMBER TO WS-Hold-Part
                 MOVE Arch-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE Arch-BUYER-CODE TO WS-Hold-Buyer
                 MOVE Arch-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE Arch-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE Arch-QUANTITY TO WS-Hold-Quantity
                 MOVE Arch-UNIT-PRICE TO WS-Hold-Unit-Price
                 PERFORM 2057-Hold-Arch-Dist-Line
                    VARYING WS-Dist-Sub FROM 1 BY 1
                    UNTIL WS-Dist-Sub > 3
                 PERFORM 2100-Price-One-PO
              END-IF
           END-IF.

      *    An image archived before the POOUT carried coding has
      *    spaces where the lines are -- it reads as no coding.
       2057-Hold-Arch-Dist-Line.
           MOVE Arch-DIST-GL-ACCOUNT(WS-Dist-Sub) TO
              WS-Hold-Dist-Account(WS-Dist-Sub).
           MOVE Arch-DIST-COST-CENTER(WS-Dist-Sub) TO
              WS-Hold-Dist-Center(WS-Dist-Sub).
           IF Arch-DIST-PERCENT(WS-Dist-Sub) IS NUMERIC
              MOVE Arch-DIST-PERCENT(WS-Dist-Sub) TO
                 WS-Hold-Dist-Pct(WS-Dist-Sub)
           ELSE
              MOVE ZERO TO WS-Hold-Dist-Pct(WS-Dist-Sub)
           END-IF.

      *    Only POs ordered inside the period are priced.
       2100-Price-One-PO.
           IF WS-Hold-Order-Date IS NUMERIC AND
              WS-Hold-Order-Date NOT < WS-Period-Start AND
              WS-Hold-Order-Date NOT > WS-Period-End
              ADD +1 TO WS-In-Period-Cnt
              PERFORM 2110-Find-Standard
              PERFORM 2120-Find-Make
              PERFORM 2200-Convert-To-USD
              MOVE SPACES TO FD-PpvRpt-Record
              MOVE WS-Hold-PO-Number TO FD-PpvRpt-Record(1:6)
              MOVE WS-Hold-Part TO FD-PpvRpt-Record(8:23)
              MOVE WS-Hold-Supplier TO FD-PpvRpt-Record(32:10)
              MOVE WS-Hold-Buyer TO FD-PpvRpt-Record(43:3)
              MOVE WS-Hold-Make TO FD-PpvRpt-Record(47:3)
              MOVE WS-Hold-Quantity TO WS-Qty-Edit
              MOVE WS-Qty-Edit TO FD-PpvRpt-Record(53:8)
              EVALUATE TRUE
                 WHEN WS-Std-Not-Found
                    ADD +1 TO WS-No-Standard-Cnt
                    MOVE "NO STANDARD COST FOR THE PERIOD" TO
                       FD-PpvRpt-Record(64:31)
                 WHEN WS-Exch-Rate-Not-Found
                    ADD +1 TO WS-No-Rate-Cnt
                    STRING "NO EXCHANGE RATE FOR "
                       WS-Hold-Currency
                       DELIMITED BY SIZE INTO FD-PpvRpt-Record(64:24)
                 WHEN OTHER
                    PERFORM 2130-Compute-Variance
              END-EVALUATE
              PERFORM 2900-Write-Ppv-Rpt-Line
           END-IF.

      *    The latest effective year not after the period's year.
       2110-Find-Standard.
           SET WS-Std-Not-Found TO TRUE.
           MOVE ZERO TO WS-Best-Year WS-Std-Unit-Cost.
           PERFORM VARYING WS-Std-IDX FROM 1 BY 1
              UNTIL WS-Std-IDX > WS-Std-Cnt
              IF WS-Std-Part(WS-Std-IDX) = WS-Hold-Part AND
                 WS-Std-Year(WS-Std-IDX) NOT > WS-Period-Year-Num AND
                 WS-Std-Year(WS-Std-IDX) NOT < WS-Best-Year
                 SET WS-Std-Found TO TRUE
                 MOVE WS-Std-Year(WS-Std-IDX) TO WS-Best-Year
                 MOVE WS-Std-Cost(WS-Std-IDX) TO WS-Std-Unit-Cost
              END-IF
           END-PERFORM.

      *    A part not on the master rolls up under '???'.
       2120-Find-Make.
           MOVE "???" TO WS-Hold-Make.
           IF WS-PartOut-Open
              MOVE WS-Hold-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE PartOut-VEHICLE-MAKE TO WS-Hold-Make
              END-READ
           END-IF.

       2130-Compute-Variance.
           COMPUTE WS-Act-Unit-Usd ROUNDED =
              WS-Hold-Unit-Price * WS-Exch-Rate-Hold.
           COMPUTE WS-Std-Value ROUNDED =
              WS-Std-Unit-Cost * WS-Hold-Quantity.
           COMPUTE WS-Act-Value ROUNDED =
              WS-Hold-Unit-Price * WS-Exch-Rate-Hold *
              WS-Hold-Quantity.
           COMPUTE WS-Variance = WS-Act-Value - WS-Std-Value.
           ADD WS-Std-Value TO WS-Total-Std-Value.
           ADD WS-Act-Value TO WS-Total-Act-Value.
           ADD WS-Variance TO WS-Total-Variance.
           MOVE WS-Std-Unit-Cost TO WS-Unit-Edit.
           MOVE WS-Unit-Edit TO FD-PpvRpt-Record(62:10).
           MOVE WS-Act-Unit-Usd TO WS-Unit-Edit.
           MOVE WS-Unit-Edit TO FD-PpvRpt-Record(74:10).
           MOVE WS-Variance TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-PpvRpt-Record(85:17).
           PERFORM 2140-Write-Extract.
           MOVE 'P' TO WS-Roll-Dim-Hold.
           MOVE WS-Hold-Part TO WS-Roll-Key-Hold.
           PERFORM 2600-Accumulate-Rollup.
           MOVE 'S' TO WS-Roll-Dim-Hold.
           MOVE WS-Hold-Supplier TO WS-Roll-Key-Hold.
           PERFORM 2600-Accumulate-Rollup.
           MOVE 'B' TO WS-Roll-Dim-Hold.
           MOVE WS-Hold-Buyer TO WS-Roll-Key-Hold.
           PERFORM 2600-Accumulate-Rollup.
           MOVE 'M' TO WS-Roll-Dim-Hold.
           MOVE WS-Hold-Make TO WS-Roll-Key-Hold.
           PERFORM 2600-Accumulate-Rollup.

      *    One extract line per distribution line with a percent,
      *    the last taking what is left so the lines add back to
      *    the PO's variance; no coding is one line at 100.
       2140-Write-Extract.
           MOVE ZERO TO WS-Dist-Last-Line.
           PERFORM 2141-Find-Last-Dist-Line
              VARYING WS-Dist-Sub FROM 1 BY 1
              UNTIL WS-Dist-Sub > 3.
           IF WS-Dist-Last-Line = ZERO
              MOVE 1 TO WS-Dist-Sub
              MOVE 100 TO WS-Hold-Dist-Pct(1)
              MOVE WS-Variance TO WS-Share-Variance
              PERFORM 2145-Write-One-Extract-Line
           ELSE
              MOVE WS-Variance TO WS-Remain-Variance
              PERFORM 2143-Write-One-Share
                 VARYING WS-Dist-Sub FROM 1 BY 1
                 UNTIL WS-Dist-Sub > WS-Dist-Last-Line
           END-IF.

       2141-Find-Last-Dist-Line.
           IF WS-Hold-Dist-Pct(WS-Dist-Sub) > ZERO
              MOVE WS-Dist-Sub TO WS-Dist-Last-Line
           END-IF.

       2143-Write-One-Share.
           IF WS-Hold-Dist-Pct(WS-Dist-Sub) > ZERO
              IF WS-Dist-Sub = WS-Dist-Last-Line
                 MOVE WS-Remain-Variance TO WS-Share-Variance
              ELSE
                 COMPUTE WS-Share-Variance ROUNDED =
                    WS-Variance * WS-Hold-Dist-Pct(WS-Dist-Sub)
                    / 100
                 SUBTRACT WS-Share-Variance FROM WS-Remain-Variance
              END-IF
              PERFORM 2145-Write-One-Extract-Line
           END-IF.

       2145-Write-One-Extract-Line.
           MOVE WS-Period-Id TO Ppv-PERIOD-ID.
           MOVE WS-Hold-PO-Number TO Ppv-PO-NUMBER.
           MOVE WS-Hold-Part TO Ppv-PART-NUMBER.
           MOVE WS-Hold-Supplier TO Ppv-SUPPLIER-CODE.
           MOVE WS-Hold-Buyer TO Ppv-BUYER-CODE.
           MOVE WS-Hold-Make TO Ppv-VEHICLE-MAKE.
           MOVE WS-Hold-Quantity TO Ppv-QUANTITY.
           MOVE WS-Std-Unit-Cost TO Ppv-STD-UNIT-COST.
           MOVE WS-Act-Unit-Usd TO Ppv-ACT-UNIT-COST-USD.
           MOVE WS-Share-Variance TO Ppv-PPV-USD.
           MOVE WS-Hold-Dist-Account(WS-Dist-Sub) TO Ppv-GL-ACCOUNT.
           MOVE WS-Hold-Dist-Center(WS-Dist-Sub) TO Ppv-COST-CENTER.
           MOVE WS-Hold-Dist-Pct(WS-Dist-Sub) TO Ppv-DIST-PERCENT.
           WRITE Ppv-PPV-EXTRACT-REC.
           IF WS-PpvExtFile-Good
              ADD +1 TO FD-PpvExt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ppv-extract" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2145-Write-One-Extract-Line"
              DISPLAY "File Status: " WS-PpvExtFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2200-Convert-To-USD.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           MOVE ZERO TO WS-Exch-Rate-Hold.
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

       2600-Accumulate-Rollup.
           MOVE ZERO TO WS-Roll-Match-IDX.
           PERFORM VARYING WS-Roll-IDX FROM 1 BY 1
              UNTIL WS-Roll-IDX > WS-Roll-Cnt
              IF WS-Roll-Dim(WS-Roll-IDX) = WS-Roll-Dim-Hold AND
                 WS-Roll-Key(WS-Roll-IDX) = WS-Roll-Key-Hold
                 SET WS-Roll-Match-IDX TO WS-Roll-IDX
                 SET WS-Roll-IDX TO WS-Roll-Cnt
              END-IF
           END-PERFORM.
           IF WS-Roll-Match-IDX = ZERO
              IF WS-Roll-Cnt >= WS-Roll-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Rollup-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Roll-Cnt
              SET WS-Roll-Match-IDX TO WS-Roll-Cnt
              MOVE WS-Roll-Dim-Hold TO WS-Roll-Dim(WS-Roll-Match-IDX)
              MOVE WS-Roll-Key-Hold TO WS-Roll-Key(WS-Roll-Match-IDX)
              MOVE ZERO TO WS-Roll-PO-Cnt(WS-Roll-Match-IDX)
                           WS-Roll-Std-Value(WS-Roll-Match-IDX)
                           WS-Roll-Act-Value(WS-Roll-Match-IDX)
                           WS-Roll-Variance(WS-Roll-Match-IDX)
           END-IF.
           ADD +1 TO WS-Roll-PO-Cnt(WS-Roll-Match-IDX).
           ADD WS-Std-Value TO WS-Roll-Std-Value(WS-Roll-Match-IDX).
           ADD WS-Act-Value TO WS-Roll-Act-Value(WS-Roll-Match-IDX).
           ADD WS-Variance TO WS-Roll-Variance(WS-Roll-Match-IDX).

       2900-Write-Ppv-Rpt-Line.
           WRITE FD-PpvRpt-Record.
           IF NOT WS-PpvRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ppv-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Ppv-Rpt-Line"
              DISPLAY "File Status: " WS-PpvRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "PPVRPT: 3000-End-Job".
           MOVE SPACES TO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE "PERIOD TOTAL" TO FD-PpvRpt-Record(1:12).
           MOVE WS-Total-Variance TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-PpvRpt-Record(85:17).
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE 'P' TO WS-Roll-Dim-Hold.
           MOVE "PPV BY PART" TO WS-Roll-Key-Hold.
           PERFORM 3100-Write-Rollup-Section.
           MOVE 'S' TO WS-Roll-Dim-Hold.
           MOVE "PPV BY SUPPLIER" TO WS-Roll-Key-Hold.
           PERFORM 3100-Write-Rollup-Section.
           MOVE 'B' TO WS-Roll-Dim-Hold.
           MOVE "PPV BY BUYER" TO WS-Roll-Key-Hold.
           PERFORM 3100-Write-Rollup-Section.
           MOVE 'M' TO WS-Roll-Dim-Hold.
           MOVE "PPV BY VEHICLE MAKE" TO WS-Roll-Key-Hold.
           PERFORM 3100-Write-Rollup-Section.
           MOVE SPACES TO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE WS-No-Standard-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " PO(S) IN THE PERIOD WITH NO STANDARD"
              " COST -- NOT IN THE VARIANCE"
              DELIMITED BY SIZE INTO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE SPACES TO FD-PpvRpt-Record.
           MOVE WS-No-Rate-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " PO(S) IN THE PERIOD WITH NO EXCHANGE"
              " RATE -- NOT IN THE VARIANCE"
              DELIMITED BY SIZE INTO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           IF WS-PartOut-Open
              CLOSE PartOut
           END-IF.
           CLOSE PpvExtFile PpvRpt.
           DISPLAY "  Ppv-Rpt: POs Read:           "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Ppv-Rpt: Archived Read:      "
              FD-PoArch-Record-Cnt.
           DISPLAY "  Ppv-Rpt: POs In Period:      " WS-In-Period-Cnt.
           DISPLAY "  Ppv-Rpt: Extract Lines:      "
              FD-PpvExt-Record-Cnt.
           DISPLAY "  Ppv-Rpt: No Standard:        "
              WS-No-Standard-Cnt.
           DISPLAY "  Ppv-Rpt: No Exchange Rate:   " WS-No-Rate-Cnt.

      *    The heading rides in WS-Roll-Key-Hold; the rows are
      *    the table entries tagged with WS-Roll-Dim-Hold.
       3100-Write-Rollup-Section.
           MOVE SPACES TO FD-PpvRpt-Record.
           PERFORM 2900-Write-Ppv-Rpt-Line.
           MOVE WS-Roll-Key-Hold TO FD-PpvRpt-Record(1:23).
           MOVE "POS" TO FD-PpvRpt-Record(27:3).
           MOVE "STANDARD VALUE" TO FD-PpvRpt-Record(36:14).
           MOVE "ACTUAL VALUE" TO FD-PpvRpt-Record(56:12).
           MOVE "VARIANCE" TO FD-PpvRpt-Record(77:8).
           PERFORM 2900-Write-Ppv-Rpt-Line.
           PERFORM 3110-Write-One-Rollup-Row
              VARYING WS-Roll-IDX FROM 1 BY 1
              UNTIL WS-Roll-IDX > WS-Roll-Cnt.

       3110-Write-One-Rollup-Row.
           IF WS-Roll-Dim(WS-Roll-IDX) = WS-Roll-Dim-Hold
              MOVE SPACES TO FD-PpvRpt-Record
              MOVE WS-Roll-Key(WS-Roll-IDX) TO
                 FD-PpvRpt-Record(3:23)
              MOVE WS-Roll-PO-Cnt(WS-Roll-IDX) TO WS-Cnt-Edit
              MOVE WS-Cnt-Edit TO FD-PpvRpt-Record(26:4)
              MOVE WS-Roll-Std-Value(WS-Roll-IDX) TO WS-Value-Edit
              MOVE WS-Value-Edit TO FD-PpvRpt-Record(33:17)
              MOVE WS-Roll-Act-Value(WS-Roll-IDX) TO WS-Value-Edit
              MOVE WS-Value-Edit TO FD-PpvRpt-Record(51:17)
              MOVE WS-Roll-Variance(WS-Roll-IDX) TO WS-Value-Edit
              MOVE WS-Value-Edit TO FD-PpvRpt-Record(68:17)
              PERFORM 2900-Write-Ppv-Rpt-Line
           END-IF.
