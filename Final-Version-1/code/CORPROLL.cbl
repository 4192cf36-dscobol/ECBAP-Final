      ***********************************************************
      * Program name:    CORPROLL
      * Original author: David Stagowski
      *
      *    Description: Corporate supplier rollup -- the figures
      *       purchasing negotiates with a parent company on,
      *       summed over every SUPPLIER-CODE that belongs to it.
      *
      *    Every other supplier report shows each code alone.
      *    This reads the promoted supplier hierarchy (SUPPHIER)
      *    and, per ultimate parent, totals:
      *      spend         every PO ordered in the twelve months
      *                    up to today, POOUT plus po-archive, in
      *                    USD -- ABCSPEND's basis.  A PO counts
      *                    toward the parent its supplier belonged
      *                    to on the PO's ORDER-DATE.
      *      open exposure the unreceived quantity of each PO on
      *                    POOUT not closed on po-status, at its
      *                    unit price, in USD
      *      open POs      the POs behind that exposure
      *      overdue POs   open POs past their DELIVERY-DATE; a
      *                    scheduled PO is overdue when any line
      *                    not received in full is past its own
      *                    due date
      *      rejects       the supplier's reject total on SUPPQLTY,
      *                    counted RISKIDX's way
      *      worst tier    the highest RISKIDX tier of any member
      *                    (H, then M, then L)
      *    Exposure, overdue, rejects and tier go to the parent
      *    as of today.
      *
      *    Parents print highest spend first, the parent's own
      *    code leading its member drill-down lines.  A code with
      *    no parent and no members is not a corporation and is
      *    left to the single-code reports.
      *
      *    Spend in a currency with no rate is left out and
      *    counted, so a short figure is visibly short.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          parent-company hierarchy
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORPROLL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SUPHRMNT's SELECT is the authority -- the promoted copy.
           SELECT SuppHierFile
           ASSIGN TO "../data/supplier-hierarchy.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppHierFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority.
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

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

      *    Per-PO and per-schedule-line status maintained by
      *    RECMATCH.  Missing files just mean nothing received.
           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

           SELECT SchedStatusFile
           ASSIGN TO "../data/po-sched-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedStatusFile-Status.

      *    RISKIDX's risk record -- supplier 1-10, tier 14.
           SELECT RiskFile
           ASSIGN TO "../data/supplier-risk.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RiskFile-Status.

      *    PSAP's per-supplier data-quality report, kept run over
      *    run -- supplier in columns 14-23.
           SELECT SuppQualityFile
           ASSIGN TO SUPPQLTY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SuppQualityFile-Status.

           SELECT CorpRollRpt
           ASSIGN TO "../data/corporate-rollup-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CorpRollRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppHierFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPHIER REPLACING ==:tag:== BY ==Hier==.

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

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoStatus-Record           PIC X(30).

       FD  SchedStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCHDSTAT REPLACING ==:tag:== BY ==SchdIn==.

       FD  RiskFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Risk-Record.
           05 FD-Risk-Supplier          PIC X(10).
           05 FD-Risk-Score             PIC 9(03).
           05 FD-Risk-Tier              PIC X(01).
           05 FILLER                    PIC X(12).

       FD  SuppQualityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppQuality-Record        PIC X(110).

       FD  CorpRollRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CorpRollRpt-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SuppHierFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RiskFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppQualityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CorpRollRpt==.

       01  WS-Run-Counters.
           12 FD-SuppHier-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-CorpRollRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Window-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Rate-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Standalone-PO-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Window-Start              PIC 9(08) VALUE ZERO.
           12 WS-Window-Start-X REDEFINES WS-Window-Start.
              15 WS-Window-Start-Year      PIC 9(04).
              15 WS-Window-Start-MMDD      PIC 9(04).

      *    The hierarchy as promoted -- SUPHRMNT has already
      *    derived each row's ultimate parent.
       01  WS-Hier-Storage.
           12 WS-Hier-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Hier-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Hier-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Hier-Cnt
              INDEXED BY WS-Hier-IDX.
              15 WS-Hier-Supplier          PIC X(10).
              15 WS-Hier-Ultimate          PIC X(10).
              15 WS-Hier-Relation          PIC X(02).
              15 WS-Hier-Effective         PIC 9(08).
              15 WS-Hier-End               PIC 9(08).

      *    One supplier resolved to its ultimate parent on a date.
      *    WS-Res-In-Corp is set when the code belongs to a
      *    corporation -- it has a parent, or it is one.
       01  WS-Resolve-Fields.
           12 WS-Res-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Res-Date                  PIC 9(08) VALUE ZERO.
           12 WS-Res-Ultimate              PIC X(10) VALUE SPACES.
           12 WS-Res-Relation              PIC X(02) VALUE SPACES.
           12 WS-Res-In-Corp-Flag          PIC X VALUE 'N'.
              88 WS-Res-In-Corp               VALUE 'Y'.
              88 WS-Res-Not-In-Corp           VALUE 'N'.

      *    Every PO on the status file -- closed POs drop out of
      *    exposure; the received quantity nets the rest.
       01  WS-Status-Storage.
           12 WS-Stat-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Stat-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Stat-Cnt
              INDEXED BY WS-Stat-IDX.
              15 WS-Stat-PO-Number         PIC X(06).
              15 WS-Stat-Status            PIC X(01).
                 88 WS-Stat-Closed            VALUE 'C'.
              15 WS-Stat-Received          PIC S9(8) COMP.

      *    Only the schedule lines received in full need holding.
       01  WS-Closed-Line-Storage.
           12 WS-Closed-Line-Max-Cnt       PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-Line-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-Line-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-Line-Cnt
              INDEXED BY WS-Closed-Line-IDX.
              15 WS-Closed-Line-PO         PIC X(06).
              15 WS-Closed-Line-No         PIC 9(02).
           12 WS-Closed-Line-Found-Flag    PIC X VALUE 'N'.
              88 WS-Closed-Line-Found         VALUE 'Y'.
              88 WS-Closed-Line-Not-Found     VALUE 'N'.
           12 WS-Sched-Sub                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Seat-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Overdue-Flag           PIC X VALUE 'N'.
              88 WS-PO-Overdue                VALUE 'Y'.

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

      *    One row per ultimate parent and member code.
       01  WS-Member-Storage.
           12 WS-Mbr-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Mbr-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Mbr-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Mbr-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Mbr-Cnt
              INDEXED BY WS-Mbr-IDX.
              15 WS-Mbr-Ultimate           PIC X(10).
              15 WS-Mbr-Supplier           PIC X(10).
              15 WS-Mbr-Relation           PIC X(02).
              15 WS-Mbr-Spend-Usd          PIC S9(13)V99 COMP-3.
              15 WS-Mbr-Exposure-Usd       PIC S9(13)V99 COMP-3.
              15 WS-Mbr-Open-Cnt           PIC S9(4) COMP.
              15 WS-Mbr-Overdue-Cnt        PIC S9(4) COMP.
              15 WS-Mbr-Reject-Cnt         PIC S9(7) COMP.
              15 WS-Mbr-Tier               PIC X(01).

      *    One row per ultimate parent, summed from its members.
       01  WS-Corp-Storage.
           12 WS-Corp-Max-Cnt              PIC S9(4) COMP VALUE +2000.
           12 WS-Corp-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Corp-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Corp-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Corp-Cnt
              INDEXED BY WS-Corp-IDX.
              15 WS-Corp-Code              PIC X(10).
              15 WS-Corp-Member-Cnt        PIC S9(4) COMP.
              15 WS-Corp-Spend-Usd         PIC S9(13)V99 COMP-3.
              15 WS-Corp-Exposure-Usd      PIC S9(13)V99 COMP-3.
              15 WS-Corp-Open-Cnt          PIC S9(4) COMP.
              15 WS-Corp-Overdue-Cnt       PIC S9(4) COMP.
              15 WS-Corp-Reject-Cnt        PIC S9(7) COMP.
              15 WS-Corp-Tier              PIC X(01).
              15 WS-Corp-Printed-Flag      PIC X.
                 88 WS-Corp-Row-Printed       VALUE 'Y'.

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       01  WS-Roll-Work.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Order-Date           PIC X(08) VALUE SPACES.
           12 WS-Hold-Value                PIC S9(13)V99 VALUE ZERO.
           12 WS-Usd-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Open-Qty                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Hold-Tier                 PIC X(01) VALUE SPACE.
           12 WS-Hold-Num                  PIC S9(7) VALUE ZERO.
           12 WS-Tier-Rank-New             PIC 9(01) VALUE ZERO.
           12 WS-Tier-Rank-Old             PIC 9(01) VALUE ZERO.
           12 WS-Tier-Rank-Work            PIC X(01) VALUE SPACE.
           12 WS-Tier-Rank                 PIC 9(01) VALUE ZERO.
           12 WS-Rows-Printed-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Pick-IDX                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Pick-High-Spend           PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Spend               PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Exposure            PIC S9(13)V99 VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Spend-Edit                PIC Z(12)9.99.
           12 WS-Exposure-Edit             PIC Z(12)9.99.
           12 WS-Cnt-Edit                  PIC ZZZZ9.
           12 WS-Reject-Edit               PIC ZZZZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 1100-Take-Live-POs.
           PERFORM 1200-Take-Archived-POs.
           PERFORM 1300-Take-Risk-Tiers.
           PERFORM 1400-Take-Reject-Totals.
           PERFORM 2500-Roll-Up-One-Member
              VARYING WS-Mbr-IDX FROM 1 BY 1
              UNTIL WS-Mbr-IDX > WS-Mbr-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CORPROLL: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Window-Start.
           SUBTRACT 1 FROM WS-Window-Start-Year.
           PERFORM 1010-Load-Hierarchy.
           PERFORM 1030-Load-Exch-Rates.
           PERFORM 1040-Load-PO-Status.
           PERFORM 1050-Load-Closed-Lines.
      *    Every current member is listed, whatever its activity.
      *    2900 walks WS-Hier-IDX, so this pass keeps its own.
           PERFORM 1020-Seat-One-Current-Member
              VARYING WS-Seat-Sub FROM 1 BY 1
              UNTIL WS-Seat-Sub > WS-Hier-Cnt.

      *    A missing hierarchy just means no corporations yet --
      *    the report prints its heading and nothing under it.
       1010-Load-Hierarchy.
           OPEN INPUT SuppHierFile.
           IF WS-SuppHierFile-Good
              PERFORM 1015-Load-One-Hier-Row
                 UNTIL WS-SuppHierFile-EOF
              CLOSE SuppHierFile
           END-IF.

       1015-Load-One-Hier-Row.
           READ SuppHierFile
              AT END SET WS-SuppHierFile-EOF TO TRUE
           END-READ.
           IF WS-SuppHierFile-Good
              ADD +1 TO FD-SuppHier-Record-Cnt
              IF WS-Hier-Cnt >= WS-Hier-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Hier-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Hier-Cnt
              SET WS-Hier-IDX TO WS-Hier-Cnt
              MOVE Hier-SUPPLIER-CODE TO WS-Hier-Supplier(WS-Hier-IDX)
              MOVE Hier-ULTIMATE-PARENT TO
                 WS-Hier-Ultimate(WS-Hier-IDX)
              MOVE Hier-RELATIONSHIP TO WS-Hier-Relation(WS-Hier-IDX)
              MOVE ZERO TO WS-Hier-Effective(WS-Hier-IDX)
                           WS-Hier-End(WS-Hier-IDX)
              IF Hier-EFFECTIVE-DATE IS NUMERIC
                 MOVE Hier-EFFECTIVE-DATE TO
                    WS-Hier-Effective(WS-Hier-IDX)
              END-IF
              IF Hier-END-DATE IS NUMERIC
                 MOVE Hier-END-DATE TO WS-Hier-End(WS-Hier-IDX)
              END-IF
           END-IF.

       1020-Seat-One-Current-Member.
           MOVE WS-Hier-Supplier(WS-Seat-Sub) TO WS-Res-Supplier.
           MOVE WS-Today-Date TO WS-Res-Date.
           PERFORM 2900-Resolve-Ultimate.
           IF WS-Res-In-Corp
              PERFORM 2950-Find-Member-Row
              MOVE WS-Res-Ultimate TO WS-Res-Supplier
              PERFORM 2900-Resolve-Ultimate
              PERFORM 2950-Find-Member-Row
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

       1040-Load-PO-Status.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1045-Load-One-Status
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1045-Load-One-Status.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF WS-Stat-Cnt >= WS-Stat-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Status-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Stat-Cnt
              SET WS-Stat-IDX TO WS-Stat-Cnt
              MOVE FD-PoStatus-Record(1:6) TO
                 WS-Stat-PO-Number(WS-Stat-IDX)
              MOVE FD-PoStatus-Record(7:1) TO
                 WS-Stat-Status(WS-Stat-IDX)
              MOVE ZERO TO WS-Stat-Received(WS-Stat-IDX)
              IF FD-PoStatus-Record(15:7) IS NUMERIC
                 MOVE FD-PoStatus-Record(15:7) TO
                    WS-Stat-Received(WS-Stat-IDX)
              END-IF
           END-IF.

       1050-Load-Closed-Lines.
           OPEN INPUT SchedStatusFile.
           IF WS-SchedStatusFile-Good
              PERFORM 1055-Load-One-Closed-Line
                 UNTIL WS-SchedStatusFile-EOF
              CLOSE SchedStatusFile
           END-IF.

       1055-Load-One-Closed-Line.
           READ SchedStatusFile
              AT END SET WS-SchedStatusFile-EOF TO TRUE
           END-READ.
           IF WS-SchedStatusFile-Good
              IF SchdIn-LINE-CLOSED
                 IF WS-Closed-Line-Cnt >= WS-Closed-Line-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-Line-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-Line-Cnt
                 SET WS-Closed-Line-IDX TO WS-Closed-Line-Cnt
                 MOVE SchdIn-PO-NUMBER TO
                    WS-Closed-Line-PO(WS-Closed-Line-IDX)
                 MOVE SchdIn-LINE-NO TO
                    WS-Closed-Line-No(WS-Closed-Line-IDX)
              END-IF
           END-IF.

       1100-Take-Live-POs.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "POOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1110-Take-One-Live-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1110-Take-One-Live-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 1120-Note-Live-PO
                 MOVE PoOut-SUPPLIER-CODE TO WS-Res-Supplier
                 MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE PoOut-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE PoOut-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 2100-Apply-Spend
                 PERFORM 2200-Apply-Open-PO
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1110-Take-One-Live-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1120-Note-Live-PO.
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

      *    A missing archive just means nothing has been archived
      *    yet.  Archived POs count toward spend only.
       1200-Take-Archived-POs.
           OPEN INPUT PoArchFile.
           IF WS-PoArchFile-Good
              PERFORM 1210-Take-One-Archived-PO
                 UNTIL WS-PoArchFile-EOF
              CLOSE PoArchFile
           END-IF.

       1210-Take-One-Archived-PO.
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
                 MOVE Arch-SUPPLIER-CODE TO WS-Res-Supplier
                 MOVE Arch-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE Arch-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE Arch-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 2100-Apply-Spend
              END-IF
           END-IF.

      *    The worst tier any member carries is the parent's.
       1300-Take-Risk-Tiers.
           OPEN INPUT RiskFile.
           IF WS-RiskFile-Good
              PERFORM 1310-Take-One-Risk-Row
                 UNTIL WS-RiskFile-EOF
              CLOSE RiskFile
           END-IF.

       1310-Take-One-Risk-Row.
           READ RiskFile
              AT END SET WS-RiskFile-EOF TO TRUE
           END-READ.
           IF WS-RiskFile-Good
              MOVE FD-Risk-Supplier TO WS-Res-Supplier
              MOVE WS-Today-Date TO WS-Res-Date
              PERFORM 2900-Resolve-Ultimate
              IF WS-Res-In-Corp
                 PERFORM 2950-Find-Member-Row
                 MOVE FD-Risk-Tier TO
                    WS-Mbr-Tier(WS-Mbr-Match-IDX)
              END-IF
           END-IF.

       1400-Take-Reject-Totals.
           OPEN INPUT SuppQualityFile.
           IF WS-SuppQualityFile-Good
              PERFORM 1410-Take-One-Quality-Line
                 UNTIL WS-SuppQualityFile-EOF
              CLOSE SuppQualityFile
           END-IF.

      *    Two row shapes share the file, read as RISKIDX reads
      *    them: the driver's validation blocks carry their total
      *    at 68:7, RECMATCH's inspection blocks carry the
      *    rejected count at 47:7 behind a DEFECT tag.
       1410-Take-One-Quality-Line.
           READ SuppQualityFile
              AT END SET WS-SuppQualityFile-EOF TO TRUE
           END-READ.
           IF WS-SuppQualityFile-Good
              IF FD-SuppQuality-Record(14:10) > SPACES AND
                 FD-SuppQuality-Record(1:4) NOT = "RUN "
                 MOVE ZERO TO WS-Hold-Num
                 EVALUATE TRUE
                    WHEN FD-SuppQuality-Record(26:6) = "DEFECT"
                       IF FD-SuppQuality-Record(47:7) > SPACES
                          COMPUTE WS-Hold-Num =
                             FUNCTION NUMVAL
                             (FD-SuppQuality-Record(47:7))
                       END-IF
                    WHEN FD-SuppQuality-Record(68:7) > SPACES
                       COMPUTE WS-Hold-Num =
                          FUNCTION NUMVAL
                          (FD-SuppQuality-Record(68:7))
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 IF WS-Hold-Num > ZERO
                    MOVE FD-SuppQuality-Record(14:10) TO
                       WS-Res-Supplier
                    MOVE WS-Today-Date TO WS-Res-Date
                    PERFORM 2900-Resolve-Ultimate
                    IF WS-Res-In-Corp
                       PERFORM 2950-Find-Member-Row
                       ADD WS-Hold-Num TO
                          WS-Mbr-Reject-Cnt(WS-Mbr-Match-IDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Only orders inside the trailing twelve months count,
      *    to the parent on the order date.
       2100-Apply-Spend.
           IF WS-Hold-Order-Date IS NUMERIC AND
              WS-Hold-Order-Date > WS-Window-Start AND
              WS-Hold-Order-Date NOT > WS-Today-Date
              ADD +1 TO WS-In-Window-Cnt
              MOVE WS-Hold-Order-Date TO WS-Res-Date
              PERFORM 2900-Resolve-Ultimate
              IF WS-Res-In-Corp
                 PERFORM 2910-Convert-To-USD
                 IF WS-Exch-Rate-Found
                    PERFORM 2950-Find-Member-Row
                    ADD WS-Usd-Value TO
                       WS-Mbr-Spend-Usd(WS-Mbr-Match-IDX)
                 ELSE
                    ADD +1 TO WS-Missing-Rate-Cnt
                 END-IF
              ELSE
                 ADD +1 TO WS-Standalone-PO-Cnt
              END-IF
           END-IF.

      *    The unreceived part of a live PO not closed -- received
      *    comes off the status file, nothing when it has no row.
       2200-Apply-Open-PO.
           MOVE ZERO TO WS-Stat-Match-IDX.
           PERFORM VARYING WS-Stat-IDX FROM 1 BY 1
              UNTIL WS-Stat-IDX > WS-Stat-Cnt
              IF WS-Stat-PO-Number(WS-Stat-IDX) = PoOut-PO-NUMBER
                 SET WS-Stat-Match-IDX TO WS-Stat-IDX
                 SET WS-Stat-IDX TO WS-Stat-Cnt
              END-IF
           END-PERFORM.
           MOVE PoOut-QUANTITY TO WS-Open-Qty.
           IF WS-Stat-Match-IDX > ZERO
              IF WS-Stat-Closed(WS-Stat-Match-IDX)
                 MOVE ZERO TO WS-Open-Qty
              ELSE
                 SUBTRACT WS-Stat-Received(WS-Stat-Match-IDX)
                    FROM WS-Open-Qty
              END-IF
           END-IF.
           IF WS-Open-Qty > ZERO
              MOVE PoOut-SUPPLIER-CODE TO WS-Res-Supplier
              MOVE WS-Today-Date TO WS-Res-Date
              PERFORM 2900-Resolve-Ultimate
              IF WS-Res-In-Corp
                 PERFORM 2950-Find-Member-Row
                 ADD +1 TO WS-Mbr-Open-Cnt(WS-Mbr-Match-IDX)
                 COMPUTE WS-Hold-Value = WS-Open-Qty *
                    PoOut-UNIT-PRICE
                 PERFORM 2910-Convert-To-USD
                 IF WS-Exch-Rate-Found
                    ADD WS-Usd-Value TO
                       WS-Mbr-Exposure-Usd(WS-Mbr-Match-IDX)
                 ELSE
                    ADD +1 TO WS-Missing-Rate-Cnt
                 END-IF
                 PERFORM 2250-Check-Overdue
                 IF WS-PO-Overdue
                    ADD +1 TO WS-Mbr-Overdue-Cnt(WS-Mbr-Match-IDX)
                 END-IF
              END-IF
           END-IF.

      *    An image from before schedule lines has spaces in the
      *    count -- judged on DELIVERY-DATE as always.
       2250-Check-Overdue.
           MOVE 'N' TO WS-PO-Overdue-Flag.
           IF PoOut-SCHED-LINE-CNT IS NUMERIC AND
              PoOut-SCHED-LINE-CNT > ZERO AND
              PoOut-SCHED-LINE-CNT NOT > 12
              PERFORM 2260-Check-One-Sched-Line
                 VARYING WS-Sched-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Sub > PoOut-SCHED-LINE-CNT
                    OR WS-PO-Overdue
           ELSE
              IF PoOut-DELIVERY-DATE IS NUMERIC AND
                 PoOut-DELIVERY-DATE < WS-Today-Date
                 SET WS-PO-Overdue TO TRUE
              END-IF
           END-IF.

       2260-Check-One-Sched-Line.
           IF PoOut-SCHED-DUE-DATE(WS-Sched-Sub) IS NUMERIC AND
              PoOut-SCHED-DUE-DATE(WS-Sched-Sub) < WS-Today-Date
              SET WS-Closed-Line-Not-Found TO TRUE
              PERFORM VARYING WS-Closed-Line-IDX FROM 1 BY 1
                 UNTIL WS-Closed-Line-IDX > WS-Closed-Line-Cnt
                 IF WS-Closed-Line-PO(WS-Closed-Line-IDX) =
                    PoOut-PO-NUMBER AND
                    WS-Closed-Line-No(WS-Closed-Line-IDX) =
                    PoOut-SCHED-LINE-NO(WS-Sched-Sub)
                    SET WS-Closed-Line-Found TO TRUE
                    SET WS-Closed-Line-IDX TO WS-Closed-Line-Cnt
                 END-IF
              END-PERFORM
              IF WS-Closed-Line-Not-Found
                 SET WS-PO-Overdue TO TRUE
              END-IF
           END-IF.

       2500-Roll-Up-One-Member.
           MOVE ZERO TO WS-Corp-Match-IDX.
           PERFORM VARYING WS-Corp-IDX FROM 1 BY 1
              UNTIL WS-Corp-IDX > WS-Corp-Cnt
              IF WS-Corp-Code(WS-Corp-IDX) =
                 WS-Mbr-Ultimate(WS-Mbr-IDX)
                 SET WS-Corp-Match-IDX TO WS-Corp-IDX
                 SET WS-Corp-IDX TO WS-Corp-Cnt
              END-IF
           END-PERFORM.
           IF WS-Corp-Match-IDX = ZERO
              IF WS-Corp-Cnt >= WS-Corp-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Corp-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Corp-Cnt
              SET WS-Corp-Match-IDX TO WS-Corp-Cnt
              MOVE WS-Mbr-Ultimate(WS-Mbr-IDX) TO
                 WS-Corp-Code(WS-Corp-Match-IDX)
              MOVE ZERO TO WS-Corp-Member-Cnt(WS-Corp-Match-IDX)
                           WS-Corp-Spend-Usd(WS-Corp-Match-IDX)
                           WS-Corp-Exposure-Usd(WS-Corp-Match-IDX)
                           WS-Corp-Open-Cnt(WS-Corp-Match-IDX)
                           WS-Corp-Overdue-Cnt(WS-Corp-Match-IDX)
                           WS-Corp-Reject-Cnt(WS-Corp-Match-IDX)
              MOVE SPACE TO WS-Corp-Tier(WS-Corp-Match-IDX)
              MOVE 'N' TO WS-Corp-Printed-Flag(WS-Corp-Match-IDX)
           END-IF.
           ADD +1 TO WS-Corp-Member-Cnt(WS-Corp-Match-IDX).
           ADD WS-Mbr-Spend-Usd(WS-Mbr-IDX) TO
              WS-Corp-Spend-Usd(WS-Corp-Match-IDX).
           ADD WS-Mbr-Exposure-Usd(WS-Mbr-IDX) TO
              WS-Corp-Exposure-Usd(WS-Corp-Match-IDX).
           ADD WS-Mbr-Open-Cnt(WS-Mbr-IDX) TO
              WS-Corp-Open-Cnt(WS-Corp-Match-IDX).
           ADD WS-Mbr-Overdue-Cnt(WS-Mbr-IDX) TO
              WS-Corp-Overdue-Cnt(WS-Corp-Match-IDX).
           ADD WS-Mbr-Reject-Cnt(WS-Mbr-IDX) TO
              WS-Corp-Reject-Cnt(WS-Corp-Match-IDX).
           MOVE WS-Mbr-Tier(WS-Mbr-IDX) TO WS-Tier-Rank-Work.
           PERFORM 2550-Rank-Tier.
           MOVE WS-Tier-Rank TO WS-Tier-Rank-New.
           MOVE WS-Corp-Tier(WS-Corp-Match-IDX) TO WS-Tier-Rank-Work.
           PERFORM 2550-Rank-Tier.
           MOVE WS-Tier-Rank TO WS-Tier-Rank-Old.
           IF WS-Tier-Rank-New > WS-Tier-Rank-Old
              MOVE WS-Mbr-Tier(WS-Mbr-IDX) TO
                 WS-Corp-Tier(WS-Corp-Match-IDX)
           END-IF.

       2550-Rank-Tier.
           EVALUATE WS-Tier-Rank-Work
              WHEN 'H'
                 MOVE 3 TO WS-Tier-Rank
              WHEN 'M'
                 MOVE 2 TO WS-Tier-Rank
              WHEN 'L'
                 MOVE 1 TO WS-Tier-Rank
              WHEN OTHER
                 MOVE 0 TO WS-Tier-Rank
           END-EVALUATE.

      *    WS-Res-Supplier on WS-Res-Date.  A code with a row in
      *    force belongs to that row's ultimate parent; a code
      *    with none is an ultimate parent itself when some row
      *    names it one, and otherwise stands alone.
       2900-Resolve-Ultimate.
           SET WS-Res-Not-In-Corp TO TRUE.
           MOVE WS-Res-Supplier TO WS-Res-Ultimate.
           MOVE SPACES TO WS-Res-Relation.
           PERFORM VARYING WS-Hier-IDX FROM 1 BY 1
              UNTIL WS-Hier-IDX > WS-Hier-Cnt
              IF WS-Hier-Supplier(WS-Hier-IDX) = WS-Res-Supplier AND
                 WS-Hier-Effective(WS-Hier-IDX) NOT > WS-Res-Date AND
                 (WS-Hier-End(WS-Hier-IDX) = ZERO OR
                  WS-Hier-End(WS-Hier-IDX) NOT < WS-Res-Date)
                 SET WS-Res-In-Corp TO TRUE
                 MOVE WS-Hier-Ultimate(WS-Hier-IDX) TO
                    WS-Res-Ultimate
                 MOVE WS-Hier-Relation(WS-Hier-IDX) TO
                    WS-Res-Relation
                 SET WS-Hier-IDX TO WS-Hier-Cnt
              END-IF
           END-PERFORM.
           IF WS-Res-Not-In-Corp
              PERFORM VARYING WS-Hier-IDX FROM 1 BY 1
                 UNTIL WS-Hier-IDX > WS-Hier-Cnt
                 IF WS-Hier-Ultimate(WS-Hier-IDX) = WS-Res-Supplier
                    SET WS-Res-In-Corp TO TRUE
                    MOVE "UP" TO WS-Res-Relation
                    SET WS-Hier-IDX TO WS-Hier-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2910-Convert-To-USD.
           MOVE ZERO TO WS-Usd-Value.
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
              (WS-Hold-Currency = 'USD' OR WS-Hold-Currency = SPACES)
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.
           IF WS-Exch-Rate-Found
              COMPUTE WS-Usd-Value ROUNDED =
                 WS-Hold-Value * WS-Exch-Rate-Hold
           END-IF.

      *    The member row for the resolved ultimate and supplier,
      *    added on first sight.
       2950-Find-Member-Row.
           MOVE ZERO TO WS-Mbr-Match-IDX.
           PERFORM VARYING WS-Mbr-IDX FROM 1 BY 1
              UNTIL WS-Mbr-IDX > WS-Mbr-Cnt
              IF WS-Mbr-Ultimate(WS-Mbr-IDX) = WS-Res-Ultimate AND
                 WS-Mbr-Supplier(WS-Mbr-IDX) = WS-Res-Supplier
                 SET WS-Mbr-Match-IDX TO WS-Mbr-IDX
                 SET WS-Mbr-IDX TO WS-Mbr-Cnt
              END-IF
           END-PERFORM.
           IF WS-Mbr-Match-IDX = ZERO
              IF WS-Mbr-Cnt >= WS-Mbr-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Member-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Mbr-Cnt
              SET WS-Mbr-Match-IDX TO WS-Mbr-Cnt
              MOVE WS-Res-Ultimate TO
                 WS-Mbr-Ultimate(WS-Mbr-Match-IDX)
              MOVE WS-Res-Supplier TO
                 WS-Mbr-Supplier(WS-Mbr-Match-IDX)
              MOVE WS-Res-Relation TO
                 WS-Mbr-Relation(WS-Mbr-Match-IDX)
              MOVE ZERO TO WS-Mbr-Spend-Usd(WS-Mbr-Match-IDX)
                           WS-Mbr-Exposure-Usd(WS-Mbr-Match-IDX)
                           WS-Mbr-Open-Cnt(WS-Mbr-Match-IDX)
                           WS-Mbr-Overdue-Cnt(WS-Mbr-Match-IDX)
                           WS-Mbr-Reject-Cnt(WS-Mbr-Match-IDX)
              MOVE SPACE TO WS-Mbr-Tier(WS-Mbr-Match-IDX)
           END-IF.

       3000-End-Job.
           DISPLAY "CORPROLL: 3000-End-Job".
           OPEN OUTPUT CorpRollRpt.
           PERFORM 3010-Write-Headings.
           MOVE ZERO TO WS-Rows-Printed-Cnt.
           PERFORM 3020-Write-Highest-Remaining-Corp
              UNTIL WS-Rows-Printed-Cnt >= WS-Corp-Cnt.
           MOVE SPACES TO FD-CorpRollRpt-Record.
           PERFORM 3090-Write-Rpt-Line.
           MOVE WS-Total-Spend TO WS-Spend-Edit.
           MOVE WS-Total-Exposure TO WS-Exposure-Edit.
           MOVE "ALL CORPORATIONS" TO FD-CorpRollRpt-Record(1:16).
           MOVE WS-Spend-Edit TO FD-CorpRollRpt-Record(20:16).
           MOVE WS-Exposure-Edit TO FD-CorpRollRpt-Record(38:16).
           PERFORM 3090-Write-Rpt-Line.
           IF WS-Missing-Rate-Cnt > ZERO
              MOVE WS-Missing-Rate-Cnt TO WS-Cnt-Edit
              STRING "POS LEFT OUT FOR NO EXCHANGE RATE: "
                 WS-Cnt-Edit
                 DELIMITED BY SIZE INTO FD-CorpRollRpt-Record
              PERFORM 3090-Write-Rpt-Line
           END-IF.
           CLOSE CorpRollRpt.
           DISPLAY "  Corp-Roll: Hierarchy Rows:   "
              FD-SuppHier-Record-Cnt.
           DISPLAY "  Corp-Roll: POs Read:         "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Corp-Roll: Archived POs:     "
              FD-PoArch-Record-Cnt.
           DISPLAY "  Corp-Roll: In Window:        "
              WS-In-Window-Cnt.
           DISPLAY "  Corp-Roll: Standalone POs:   "
              WS-Standalone-PO-Cnt.
           DISPLAY "  Corp-Roll: Missing Rates:    "
              WS-Missing-Rate-Cnt.
           DISPLAY "  Corp-Roll: Corporations:     "
              WS-Corp-Cnt.
           DISPLAY "  Corp-Roll: Member Lines:     "
              WS-Mbr-Cnt.

       3010-Write-Headings.
           MOVE SPACES TO FD-CorpRollRpt-Record.
           STRING "CORPORATE SUPPLIER ROLLUP  AS OF " WS-Today-Date
              "  SPEND: ORDERS AFTER " WS-Window-Start " (USD)"
              DELIMITED BY SIZE INTO FD-CorpRollRpt-Record.
           PERFORM 3090-Write-Rpt-Line.
           MOVE SPACES TO FD-CorpRollRpt-Record.
           PERFORM 3090-Write-Rpt-Line.
           MOVE "ULTIMATE"     TO FD-CorpRollRpt-Record(1:8).
           MOVE "REL"          TO FD-CorpRollRpt-Record(14:3).
           MOVE "SPEND USD"    TO FD-CorpRollRpt-Record(27:9).
           MOVE "OPEN EXPOSURE" TO FD-CorpRollRpt-Record(41:13).
           MOVE "OPEN"         TO FD-CorpRollRpt-Record(57:4).
           MOVE "OVER"         TO FD-CorpRollRpt-Record(64:4).
           MOVE "REJECTS"      TO FD-CorpRollRpt-Record(70:7).
           MOVE "TIER"         TO FD-CorpRollRpt-Record(79:4).
           PERFORM 3090-Write-Rpt-Line.
           MOVE "  MEMBER"     TO FD-CorpRollRpt-Record(1:8).
           MOVE "MBRS"         TO FD-CorpRollRpt-Record(13:4).
           MOVE "POS"          TO FD-CorpRollRpt-Record(58:3).
           MOVE "DUE"          TO FD-CorpRollRpt-Record(65:3).
           PERFORM 3090-Write-Rpt-Line.

      *    Highest spend first -- the selection pass POAGING uses
      *    for its worst-supplier ordering.
       3020-Write-Highest-Remaining-Corp.
           MOVE ZERO TO WS-Pick-IDX.
           MOVE -1 TO WS-Pick-High-Spend.
           PERFORM VARYING WS-Corp-IDX FROM 1 BY 1
              UNTIL WS-Corp-IDX > WS-Corp-Cnt
              IF NOT WS-Corp-Row-Printed(WS-Corp-IDX) AND
                 WS-Corp-Spend-Usd(WS-Corp-IDX) > WS-Pick-High-Spend
                 MOVE WS-Corp-Spend-Usd(WS-Corp-IDX) TO
                    WS-Pick-High-Spend
                 SET WS-Pick-IDX TO WS-Corp-IDX
              END-IF
           END-PERFORM.
           MOVE SPACES TO FD-CorpRollRpt-Record.
           PERFORM 3090-Write-Rpt-Line.
           MOVE WS-Corp-Code(WS-Pick-IDX) TO
              FD-CorpRollRpt-Record(1:10).
           MOVE WS-Corp-Member-Cnt(WS-Pick-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-CorpRollRpt-Record(12:5).
           MOVE WS-Corp-Spend-Usd(WS-Pick-IDX) TO WS-Spend-Edit.
           MOVE WS-Corp-Exposure-Usd(WS-Pick-IDX) TO WS-Exposure-Edit.
           MOVE WS-Corp-Open-Cnt(WS-Pick-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-CorpRollRpt-Record(56:5).
           MOVE WS-Corp-Overdue-Cnt(WS-Pick-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-CorpRollRpt-Record(63:5).
           MOVE WS-Corp-Reject-Cnt(WS-Pick-IDX) TO WS-Reject-Edit.
           MOVE WS-Corp-Tier(WS-Pick-IDX) TO
              FD-CorpRollRpt-Record(80:1).
           PERFORM 3030-Place-Amounts.
           ADD WS-Corp-Spend-Usd(WS-Pick-IDX) TO WS-Total-Spend.
           ADD WS-Corp-Exposure-Usd(WS-Pick-IDX) TO WS-Total-Exposure.
      *    The parent's own code leads its members.
           PERFORM 3040-Write-Member-If-Parent
              VARYING WS-Mbr-IDX FROM 1 BY 1
              UNTIL WS-Mbr-IDX > WS-Mbr-Cnt.
           PERFORM 3050-Write-Member-If-Child
              VARYING WS-Mbr-IDX FROM 1 BY 1
              UNTIL WS-Mbr-IDX > WS-Mbr-Cnt.
           ADD +1 TO WS-Rows-Printed-Cnt.
           MOVE 'Y' TO WS-Corp-Printed-Flag(WS-Pick-IDX).

       3030-Place-Amounts.
           MOVE WS-Spend-Edit TO FD-CorpRollRpt-Record(20:16).
           MOVE WS-Exposure-Edit TO FD-CorpRollRpt-Record(38:16).
           MOVE WS-Reject-Edit TO FD-CorpRollRpt-Record(70:7).
           PERFORM 3090-Write-Rpt-Line.

       3040-Write-Member-If-Parent.
           IF WS-Mbr-Ultimate(WS-Mbr-IDX) = WS-Corp-Code(WS-Pick-IDX)
              AND WS-Mbr-Supplier(WS-Mbr-IDX) =
                  WS-Corp-Code(WS-Pick-IDX)
              PERFORM 3060-Write-Member-Line
           END-IF.

       3050-Write-Member-If-Child.
           IF WS-Mbr-Ultimate(WS-Mbr-IDX) = WS-Corp-Code(WS-Pick-IDX)
              AND WS-Mbr-Supplier(WS-Mbr-IDX) NOT =
                  WS-Corp-Code(WS-Pick-IDX)
              PERFORM 3060-Write-Member-Line
           END-IF.

       3060-Write-Member-Line.
           MOVE SPACES TO FD-CorpRollRpt-Record.
           MOVE WS-Mbr-Supplier(WS-Mbr-IDX) TO
              FD-CorpRollRpt-Record(3:10).
           MOVE WS-Mbr-Relation(WS-Mbr-IDX) TO
              FD-CorpRollRpt-Record(14:2).
           MOVE WS-Mbr-Spend-Usd(WS-Mbr-IDX) TO WS-Spend-Edit.
           MOVE WS-Mbr-Exposure-Usd(WS-Mbr-IDX) TO WS-Exposure-Edit.
           MOVE WS-Mbr-Open-Cnt(WS-Mbr-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-CorpRollRpt-Record(56:5).
           MOVE WS-Mbr-Overdue-Cnt(WS-Mbr-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-CorpRollRpt-Record(63:5).
           MOVE WS-Mbr-Reject-Cnt(WS-Mbr-IDX) TO WS-Reject-Edit.
           MOVE WS-Mbr-Tier(WS-Mbr-IDX) TO
              FD-CorpRollRpt-Record(80:1).
           PERFORM 3030-Place-Amounts.

       3090-Write-Rpt-Line.
           WRITE FD-CorpRollRpt-Record.
           IF WS-CorpRollRpt-Good
              ADD +1 TO FD-CorpRollRpt-Record-Cnt
              MOVE SPACES TO FD-CorpRollRpt-Record
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "corporate-rollup-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3090-Write-Rpt-Line"
              DISPLAY "File Status: " WS-CorpRollRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
