      ***********************************************************
      * Program name:    ABCSPEND
      * Original author: David Stagowski
      *
      *    Description: ABC classification of parts by trailing-
      *       twelve-month spend, with single-source flagging.
      *
      *    Spend is every PO ordered in the twelve months up to
      *    today -- POOUT's EXTENDED-VALUE, plus the POs POARCH
      *    has moved to po-archive (the live row wins where a PO
      *    is on both) -- restated in USD through
      *    exchange-rate.dat.txt the way RNIACCR converts.  Parts
      *    on PSAPXREF with no spend in the window are carried at
      *    zero so every sourced part gets a class.
      *
      *    Parts are ranked by spend, highest first.  A part is
      *    class A while the cumulative share of total spend
      *    ahead of it is under VT-ABC-A-CUM-PCT, B while under
      *    VT-ABC-B-CUM-PCT, else C (the VALTHRSH parameter
      *    record; 80 and 95 when it carries none).  Every A or
      *    B part with only one supplier on PSAPXREF is flagged
      *    single-source.
      *
      *       abc-spend-rpt.dat.txt  ranked listing with spend,
      *                              share, class, supplier count
      *                              and the single-source flag
      *       part-class.dat.txt     one PARTCLS record per part
      *                              for SRCRPT and SUPPPKT
      *
      *    Spend in a currency with no rate is left out and
      *    counted on the report, so a short figure is visibly
      *    short.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-23 dastagg       Created for ABC spend classes
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
       PROGRAM-ID. ABCSPEND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    walked in part-number order, the SRCRPT browse.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

           SELECT PartClassFile
           ASSIGN TO "../data/part-class.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartClassFile-Status.

           SELECT AbcRpt
           ASSIGN TO "../data/abc-spend-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AbcRpt-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
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

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  PartClassFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCLS REPLACING ==:tag:== BY ==Cls==.

       FD  AbcRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AbcRpt-Record             PIC X(132).

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Spend-Usd         PIC S9(13)V99.
           05 Sort-Part              PIC X(23).
           05 Sort-PO-Cnt            PIC 9(05).
           05 Sort-Supp-Cnt          PIC 9(03).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartClassFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AbcRpt==.

       01  WS-Run-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-PartClass-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Xref-Read-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Window-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Rate-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Class-A-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Class-B-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Class-C-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Single-Source-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Xref-Browse-Done-Flag     PIC X.
              88 WS-Xref-Browse-Done          VALUE 'Y'.
              88 WS-Xref-Browse-More          VALUE 'N'.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Window-Start              PIC 9(08) VALUE ZERO.
           12 WS-Window-Start-X REDEFINES WS-Window-Start.
              15 WS-Window-Start-Year      PIC 9(04).
              15 WS-Window-Start-MMDD      PIC 9(04).
      *    Cumulative share cut-offs -- compiled fallbacks for
      *    VT-ABC-A-CUM-PCT / VT-ABC-B-CUM-PCT.
           12 WS-Abc-A-Cum-Pct             PIC 9(03) VALUE 80.
           12 WS-Abc-B-Cum-Pct             PIC 9(03) VALUE 95.

      *    One row per part -- spend accumulated from the POs,
      *    supplier count from the cross-reference.
       01  WS-Part-Spend-Storage.
           12 WS-Part-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Part-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Part-Cnt
              INDEXED BY WS-Part-IDX.
              15 WS-Part-Number            PIC X(23).
              15 WS-Part-Spend-Usd         PIC S9(13)V99 COMP-3.
              15 WS-Part-PO-Cnt            PIC S9(4) COMP.
              15 WS-Part-Supp-Cnt          PIC S9(4) COMP.
           12 WS-Part-Key-Hold             PIC X(23) VALUE SPACES.

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

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       01  WS-Abc-Work.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Order-Date           PIC X(08) VALUE SPACES.
           12 WS-Hold-Value                PIC S9(13)V99 VALUE ZERO.
           12 WS-Usd-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Total-Spend               PIC S9(13)V99 VALUE ZERO.
           12 WS-Cum-Spend                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Cum-Before-Pct            PIC 9(03)V99 VALUE ZERO.
           12 WS-Cum-After-Pct             PIC 9(03)V99 VALUE ZERO.
           12 WS-Share-Pct                 PIC 9(03)V99 VALUE ZERO.
           12 WS-Rank                      PIC 9(05) VALUE ZERO.
           12 WS-Class-Hold                PIC X(01) VALUE SPACE.

       01  WS-Report-Edits.
           12 WS-Rank-Edit                 PIC ZZZZ9.
           12 WS-Spend-Edit                PIC Z(11)9.99.
           12 WS-Pct-Edit                  PIC ZZ9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON DESCENDING KEY Sort-Spend-Usd
              ON ASCENDING KEY Sort-Part
              INPUT PROCEDURE IS 2000-Release-Records
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Rank-And-Classify
                 THRU 3599-Rank-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "ABCSPEND: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Window-Start.
           SUBTRACT 1 FROM WS-Window-Start-Year.
           PERFORM 1005-Load-Validation-Thresholds.
           PERFORM 1030-Load-Exch-Rates.
           PERFORM 1100-Take-Live-POs.
           PERFORM 1200-Take-Archived-POs.
           PERFORM 1300-Count-Xref-Suppliers.
           OPEN OUTPUT PartClassFile AbcRpt.
           MOVE SPACES TO FD-AbcRpt-Record.
           STRING "ABC SPEND CLASSIFICATION  ORDERS AFTER "
              WS-Window-Start " THROUGH " WS-Today-Date
              "  (USD)  A UNDER " WS-Abc-A-Cum-Pct
              "%  B UNDER " WS-Abc-B-Cum-Pct "% CUMULATIVE"
              DELIMITED BY SIZE INTO FD-AbcRpt-Record.
           PERFORM 2900-Write-Abc-Rpt-Line.
           MOVE SPACES TO FD-AbcRpt-Record.
           PERFORM 2900-Write-Abc-Rpt-Line.
           MOVE "RANK"        TO FD-AbcRpt-Record(2:4).
           MOVE "PART"        TO FD-AbcRpt-Record(8:4).
           MOVE "POS"         TO FD-AbcRpt-Record(33:3).
           MOVE "SPEND USD"   TO FD-AbcRpt-Record(45:9).
           MOVE "SHARE"       TO FD-AbcRpt-Record(56:5).
           MOVE "CUM"         TO FD-AbcRpt-Record(65:3).
           MOVE "CLS"         TO FD-AbcRpt-Record(70:3).
           MOVE "SUPPS"       TO FD-AbcRpt-Record(74:5).
           PERFORM 2900-Write-Abc-Rpt-Line.

      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    or a zero field leaves the compiled fallback.
       1005-Load-Validation-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-ABC-A-CUM-PCT IS NUMERIC AND
                    VT-ABC-A-CUM-PCT > ZERO
                    MOVE VT-ABC-A-CUM-PCT TO WS-Abc-A-Cum-Pct
                 END-IF
                 IF VT-ABC-B-CUM-PCT IS NUMERIC AND
                    VT-ABC-B-CUM-PCT > ZERO
                    MOVE VT-ABC-B-CUM-PCT TO WS-Abc-B-Cum-Pct
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.
           IF WS-Abc-B-Cum-Pct < WS-Abc-A-Cum-Pct
              MOVE WS-Abc-A-Cum-Pct TO WS-Abc-B-Cum-Pct
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
                 MOVE PoOut-PART-NUMBER TO WS-Hold-Part
                 MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE PoOut-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE PoOut-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 1400-Apply-Spend
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
      *    yet.
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
                 MOVE Arch-PART-NUMBER TO WS-Hold-Part
                 MOVE Arch-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE Arch-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE Arch-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 1400-Apply-Spend
              END-IF
           END-IF.

      *    Every part with a sourcing row gets a table entry, and
      *    the number of rows for it is its supplier count.
       1300-Count-Xref-Suppliers.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Browse-More TO TRUE
              MOVE LOW-VALUES TO Xref-XREF-KEY
              START XrefFile KEY >= Xref-XREF-KEY
                 INVALID KEY SET WS-Xref-Browse-Done TO TRUE
              END-START
              PERFORM 1310-Count-One-Xref-Row
                 UNTIL WS-Xref-Browse-Done
              CLOSE XrefFile
           END-IF.

       1310-Count-One-Xref-Row.
           READ XrefFile NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good
              ADD +1 TO WS-Xref-Read-Cnt
              MOVE Xref-XREF-PART-NUMBER TO WS-Part-Key-Hold
              PERFORM 1500-Find-Part-Row
              ADD +1 TO WS-Part-Supp-Cnt(WS-Part-Match-IDX)
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

      *    Only orders inside the trailing twelve months count.
       1400-Apply-Spend.
           IF WS-Hold-Order-Date IS NUMERIC AND
              WS-Hold-Order-Date > WS-Window-Start AND
              WS-Hold-Order-Date NOT > WS-Today-Date
              ADD +1 TO WS-In-Window-Cnt
              PERFORM 1410-Convert-To-USD
              IF WS-Exch-Rate-Found
                 MOVE WS-Hold-Part TO WS-Part-Key-Hold
                 PERFORM 1500-Find-Part-Row
                 ADD WS-Usd-Value TO
                    WS-Part-Spend-Usd(WS-Part-Match-IDX)
                 ADD +1 TO WS-Part-PO-Cnt(WS-Part-Match-IDX)
                 ADD WS-Usd-Value TO WS-Total-Spend
              ELSE
                 ADD +1 TO WS-Missing-Rate-Cnt
              END-IF
           END-IF.

       1410-Convert-To-USD.
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
              WS-Hold-Currency = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.
           IF WS-Exch-Rate-Found
              COMPUTE WS-Usd-Value ROUNDED =
                 WS-Hold-Value * WS-Exch-Rate-Hold
           END-IF.

      *    Finds WS-Part-Key-Hold's row, adding it at zero when
      *    new; WS-Part-Match-IDX points at it either way.
       1500-Find-Part-Row.
           MOVE ZERO TO WS-Part-Match-IDX.
           PERFORM VARYING WS-Part-IDX FROM 1 BY 1
              UNTIL WS-Part-IDX > WS-Part-Cnt
              IF WS-Part-Number(WS-Part-IDX) = WS-Part-Key-Hold
                 SET WS-Part-Match-IDX TO WS-Part-IDX
                 SET WS-Part-IDX TO WS-Part-Cnt
              END-IF
           END-PERFORM.
           IF WS-Part-Match-IDX = ZERO
              IF WS-Part-Cnt >= WS-Part-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Part-Spend-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Part-Cnt
              SET WS-Part-Match-IDX TO WS-Part-Cnt
              MOVE WS-Part-Key-Hold TO
                 WS-Part-Number(WS-Part-Match-IDX)
              MOVE ZERO TO WS-Part-Spend-Usd(WS-Part-Match-IDX)
                           WS-Part-PO-Cnt(WS-Part-Match-IDX)
                           WS-Part-Supp-Cnt(WS-Part-Match-IDX)
           END-IF.

       2000-Release-Records.
           PERFORM 2010-Release-One-Part
              VARYING WS-Part-IDX FROM 1 BY 1
              UNTIL WS-Part-IDX > WS-Part-Cnt.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-Part.
           MOVE WS-Part-Spend-Usd(WS-Part-IDX) TO Sort-Spend-Usd.
           MOVE WS-Part-Number(WS-Part-IDX) TO Sort-Part.
           MOVE WS-Part-PO-Cnt(WS-Part-IDX) TO Sort-PO-Cnt.
           MOVE WS-Part-Supp-Cnt(WS-Part-IDX) TO Sort-Supp-Cnt.
           RELEASE Sort-Record.

       2900-Write-Abc-Rpt-Line.
           WRITE FD-AbcRpt-Record.
           IF NOT WS-AbcRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "abc-spend-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Abc-Rpt-Line"
              DISPLAY "File Status: " WS-AbcRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "ABCSPEND: 3000-End-Job".
           MOVE SPACES TO FD-AbcRpt-Record.
           PERFORM 2900-Write-Abc-Rpt-Line.
           MOVE WS-Total-Spend TO WS-Spend-Edit.
           STRING "TOTAL TRAILING-TWELVE-MONTH SPEND "
              WS-Spend-Edit
              DELIMITED BY SIZE INTO FD-AbcRpt-Record.
           PERFORM 2900-Write-Abc-Rpt-Line.
           MOVE SPACES TO FD-AbcRpt-Record.
           MOVE WS-Class-A-Cnt TO WS-Cnt-Edit.
           STRING "CLASS A PARTS " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-AbcRpt-Record(1:18).
           MOVE WS-Class-B-Cnt TO WS-Cnt-Edit.
           STRING "CLASS B PARTS " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-AbcRpt-Record(21:18).
           MOVE WS-Class-C-Cnt TO WS-Cnt-Edit.
           STRING "CLASS C PARTS " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-AbcRpt-Record(41:18).
           PERFORM 2900-Write-Abc-Rpt-Line.
           MOVE SPACES TO FD-AbcRpt-Record.
           MOVE WS-Single-Source-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " A/B PART(S) WITH A SINGLE SOURCE"
              DELIMITED BY SIZE INTO FD-AbcRpt-Record.
           PERFORM 2900-Write-Abc-Rpt-Line.
           IF WS-Missing-Rate-Cnt > ZERO
              MOVE SPACES TO FD-AbcRpt-Record
              MOVE WS-Missing-Rate-Cnt TO WS-Cnt-Edit
              STRING WS-Cnt-Edit
                 " PO(S) IN THE WINDOW LEFT OUT -- NO EXCHANGE RATE"
                 DELIMITED BY SIZE INTO FD-AbcRpt-Record
              PERFORM 2900-Write-Abc-Rpt-Line
           END-IF.
           CLOSE PartClassFile AbcRpt.
           DISPLAY "  Abc-Spend: POs Read:         "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Abc-Spend: Archived Read:    "
              FD-PoArch-Record-Cnt.
           DISPLAY "  Abc-Spend: POs In Window:    " WS-In-Window-Cnt.
           DISPLAY "  Abc-Spend: Xref Rows Read:   " WS-Xref-Read-Cnt.
           DISPLAY "  Abc-Spend: Parts Classified: "
              FD-PartClass-Record-Cnt.
           DISPLAY "  Abc-Spend: Single Source:    "
              WS-Single-Source-Cnt.
           DISPLAY "  Abc-Spend: Missing Rates:    "
              WS-Missing-Rate-Cnt.

      *    Highest spend first; the share of total spend ranked
      *    ahead of a part decides its class.
       3500-Rank-And-Classify.
           PERFORM 3510-Return-One-Record UNTIL WS-Sort-EOF.

       3599-Rank-Exit.
           EXIT.

       3510-Return-One-Record.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              PERFORM 3520-Classify-Part
              PERFORM 3530-Write-Part-Class
              PERFORM 3540-Write-Rank-Line
           END-IF.

       3520-Classify-Part.
           ADD +1 TO WS-Rank.
           MOVE ZERO TO WS-Cum-Before-Pct WS-Cum-After-Pct
                        WS-Share-Pct.
           IF WS-Total-Spend > ZERO
              COMPUTE WS-Cum-Before-Pct =
                 WS-Cum-Spend * 100 / WS-Total-Spend
              ADD Sort-Spend-Usd TO WS-Cum-Spend
              COMPUTE WS-Cum-After-Pct ROUNDED =
                 WS-Cum-Spend * 100 / WS-Total-Spend
              COMPUTE WS-Share-Pct ROUNDED =
                 Sort-Spend-Usd * 100 / WS-Total-Spend
           END-IF.
           EVALUATE TRUE
              WHEN Sort-Spend-Usd NOT > ZERO
                 MOVE 'C' TO WS-Class-Hold
              WHEN WS-Cum-Before-Pct < WS-Abc-A-Cum-Pct
                 MOVE 'A' TO WS-Class-Hold
              WHEN WS-Cum-Before-Pct < WS-Abc-B-Cum-Pct
                 MOVE 'B' TO WS-Class-Hold
              WHEN OTHER
                 MOVE 'C' TO WS-Class-Hold
           END-EVALUATE.
           EVALUATE WS-Class-Hold
              WHEN 'A'
                 ADD +1 TO WS-Class-A-Cnt
              WHEN 'B'
                 ADD +1 TO WS-Class-B-Cnt
              WHEN OTHER
                 ADD +1 TO WS-Class-C-Cnt
           END-EVALUATE.

       3530-Write-Part-Class.
           MOVE Sort-Part TO Cls-PART-NUMBER.
           MOVE WS-Class-Hold TO Cls-ABC-CLASS.
           MOVE 'N' TO Cls-SINGLE-SOURCE-FLAG.
           IF (Cls-CLASS-A OR Cls-CLASS-B) AND Sort-Supp-Cnt = 1
              SET Cls-SINGLE-SOURCE TO TRUE
              ADD +1 TO WS-Single-Source-Cnt
           END-IF.
           MOVE WS-Rank TO Cls-SPEND-RANK.
           MOVE Sort-Spend-Usd TO Cls-SPEND-USD.
           MOVE WS-Cum-After-Pct TO Cls-CUM-SHARE-PCT.
           MOVE Sort-Supp-Cnt TO Cls-SUPPLIER-CNT.
           WRITE Cls-PART-CLASS-REC.
           IF WS-PartClassFile-Good
              ADD +1 TO FD-PartClass-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "part-class" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3530-Write-Part-Class"
              DISPLAY "File Status: " WS-PartClassFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3540-Write-Rank-Line.
           MOVE SPACES TO FD-AbcRpt-Record.
           MOVE WS-Rank TO WS-Rank-Edit.
           MOVE WS-Rank-Edit TO FD-AbcRpt-Record(1:5).
           MOVE Sort-Part TO FD-AbcRpt-Record(8:23).
           MOVE Sort-PO-Cnt TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-AbcRpt-Record(32:4).
           MOVE Sort-Spend-Usd TO WS-Spend-Edit.
           MOVE WS-Spend-Edit TO FD-AbcRpt-Record(39:15).
           MOVE WS-Share-Pct TO WS-Pct-Edit.
           MOVE WS-Pct-Edit TO FD-AbcRpt-Record(55:6).
           MOVE WS-Cum-After-Pct TO WS-Pct-Edit.
           MOVE WS-Pct-Edit TO FD-AbcRpt-Record(62:6).
           MOVE WS-Class-Hold TO FD-AbcRpt-Record(71:1).
           MOVE Sort-Supp-Cnt TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-AbcRpt-Record(75:4).
           EVALUATE TRUE
              WHEN Cls-SINGLE-SOURCE
                 MOVE "** SINGLE SOURCE **" TO
                    FD-AbcRpt-Record(81:19)
              WHEN Sort-Supp-Cnt = ZERO
                 MOVE "NO SOURCE ON PSAPXREF" TO
                    FD-AbcRpt-Record(81:21)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           PERFORM 2900-Write-Abc-Rpt-Line.
