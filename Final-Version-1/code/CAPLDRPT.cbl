      ***********************************************************
      * Program name:    CAPLDRPT
      * Original author: David Stagowski
      *
      *    Description: Supplier capacity against open PO load,
      *       week by week.
      *
      *    POCALL judges each PO on its own; nothing adds up what
      *    one supplier owes us in one week.  This buckets the
      *    open quantity of every POOUT PO not closed on the
      *    receipts-matching status file (ordered less received
      *    for a partial) into its DELIVERY-DATE's week, Monday
      *    to Sunday, under the supplier's capacity declaration
      *    for the part (supplier-capacity.dat.txt, SUPPCAP) --
      *    the part's own row if it has one, else a family row,
      *    effective on the week's Monday.  POs on parts the
      *    supplier has declared nothing for are counted and
      *    left out.
      *
      *    A PO delivered in drops loads each schedule line into
      *    its own SCHED-DUE-DATE's week instead, with what is
      *    still open on the line -- its quantity less what
      *    RECMATCH has received against it on the schedule
      *    status file (SCHDSTAT).
      *
      *    Report (../data/capacity-load-rpt.dat.txt), by
      *    supplier and declaration: one line per week with
      *    capacity, load and load percent.  A week whose load
      *    is over capacity is flagged OVER with the percent
      *    over, and the POs making it up are listed beneath.
      *
      *    Extract (../data/capacity-load.dat.txt, CAPLDEXT): one
      *    record per declaration and week with load in it --
      *    the base POCALL adds new POs to before warning.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-29 dastagg       Created for supplier capacity
      * 2026-10-15 dastagg       A PO with delivery-schedule lines
      *                          loads each line's open quantity
      *                          in its own due date's week, not
      *                          the whole PO in DELIVERY-DATE's.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPLDRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CapFile
           ASSIGN TO "../data/supplier-capacity.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CapFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    RECMATCH's SELECT is the authority.  A missing file just
      *    means nothing received yet -- every PO is open.
           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

      *    RECMATCH's SELECT is the authority.  A missing file just
      *    means no schedule line received yet.
           SELECT SchedStatusFile
           ASSIGN TO "../data/po-sched-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedStatusFile-Status.

           SELECT LoadRpt
           ASSIGN TO "../data/capacity-load-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LoadRpt-Status.

           SELECT LoadExtFile
           ASSIGN TO "../data/capacity-load.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LoadExtFile-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  CapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPCAP REPLACING ==:tag:== BY ==Cap==.

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

       FD  SchedStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCHDSTAT REPLACING ==:tag:== BY ==SchdIn==.

       FD  LoadRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-LoadRpt-Record            PIC X(132).

       FD  LoadExtFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CAPLDEXT REPLACING ==:tag:== BY ==Cload==.

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Supplier          PIC X(10).
           05 Sort-Cap-IDX           PIC 9(04).
           05 Sort-Week-Start        PIC 9(08).
           05 Sort-PO-Number         PIC X(06).
           05 Sort-Part              PIC X(23).
           05 Sort-Delivery-Date     PIC X(08).
           05 Sort-Open-Qty          PIC 9(08).
           05 Sort-PO-Status         PIC X(01).
           05 Sort-Bkt-IDX           PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LoadRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==LoadExtFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-LoadRpt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-LoadExt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Loaded-PO-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Undeclared-PO-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Overload-Week-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Day-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Week-Start                PIC 9(08) VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Received-Qty              PIC S9(9) COMP VALUE ZERO.
           12 WS-Open-Qty                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Load-Pct                  PIC 9(05) VALUE ZERO.
           12 WS-Over-Pct                  PIC 9(05) VALUE ZERO.
           12 WS-Bucket-Qty                PIC S9(9) COMP VALUE ZERO.
           12 WS-PO-Loaded-Flag            PIC X VALUE 'N'.
              88 WS-PO-Loaded                 VALUE 'Y'.
           12 WS-PO-Undeclared-Flag        PIC X VALUE 'N'.
              88 WS-PO-Undeclared             VALUE 'Y'.

      *    Every declaration on file; the week's Monday picks the
      *    one in effect.
       01  WS-Cap-Storage.
           12 WS-Cap-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Cap-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Cap-Cnt
              INDEXED BY WS-Cap-IDX.
              15 WS-Cap-Supplier           PIC X(10).
              15 WS-Cap-Part-Key           PIC X(23).
              15 WS-Cap-Family-Len         PIC 9(02).
              15 WS-Cap-Weekly-Qty         PIC 9(07).
              15 WS-Cap-UOM                PIC X(03).
              15 WS-Cap-Eff-From           PIC 9(08).
              15 WS-Cap-Eff-To             PIC 9(08).
           12 WS-Cap-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Cap-Family-IDX            PIC S9(4) COMP VALUE ZERO.

      *    Load per declaration per week.
       01  WS-Bucket-Storage.
           12 WS-Bkt-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Bkt-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Bkt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Bkt-Cnt
              INDEXED BY WS-Bkt-IDX.
              15 WS-Bkt-Cap-IDX            PIC S9(4) COMP.
              15 WS-Bkt-Week-Start         PIC 9(08).
              15 WS-Bkt-Load-Qty           PIC S9(9) COMP.
           12 WS-Bkt-Match-IDX             PIC S9(4) COMP VALUE ZERO.

       01  WS-PO-Status-Storage.
           12 WS-Stat-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Stat-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Stat-Cnt
              INDEXED BY WS-Stat-IDX.
              15 WS-Stat-PO-Number         PIC X(06).
              15 WS-Stat-Status            PIC X(01).
              15 WS-Stat-Qty-Received      PIC S9(9) COMP.
           12 WS-Hold-PO-Status            PIC X(01).
              88 WS-Hold-PO-Open              VALUE 'O'.
              88 WS-Hold-PO-Partial           VALUE 'P'.
              88 WS-Hold-PO-Closed            VALUE 'C'.

      *    What RECMATCH has received on each schedule line.
       01  WS-Sched-Line-Storage.
           12 WS-SL-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-SL-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-SL-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-SL-Cnt
              INDEXED BY WS-SL-IDX.
              15 WS-SL-PO-Number           PIC X(06).
              15 WS-SL-Line-No             PIC 9(02).
              15 WS-SL-Received-Qty        PIC S9(9) COMP.
           12 WS-Sched-Sub                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Break-Fields.
           12 WS-Prev-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Prev-Cap-IDX              PIC 9(04) VALUE ZERO.
           12 WS-Prev-Bkt-IDX              PIC 9(04) VALUE ZERO.
           12 WS-Bkt-Over-Flag             PIC X VALUE 'N'.
              88 WS-Bkt-Over                  VALUE 'Y'.
              88 WS-Bkt-Not-Over              VALUE 'N'.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(8)9.
           12 WS-Cap-Edit                  PIC Z(6)9.
           12 WS-Pct-Edit                  PIC ZZZZ9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Len-Edit                  PIC Z9.
           12 WS-Status-Text               PIC X(07) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Supplier
              ON ASCENDING KEY Sort-Cap-IDX
              ON ASCENDING KEY Sort-Week-Start
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 2000-Release-Records
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Write-Load-Report
                 THRU 3599-Load-Exit.
           PERFORM 4000-Write-Load-Extract.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CAPLDRPT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Cap-Table.
           PERFORM 1030-Load-PO-Status-Table.
           PERFORM 1040-Load-Sched-Status-Table.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT LoadRpt.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "SUPPLIER CAPACITY VS OPEN PO LOAD  RUN "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

      *    No declarations just means nothing to measure against
      *    -- the report and extract come out empty.
       1010-Load-Cap-Table.
           OPEN INPUT CapFile.
           IF WS-CapFile-Good
              PERFORM 1015-Load-One-Cap UNTIL WS-CapFile-EOF
              CLOSE CapFile
           END-IF.

       1015-Load-One-Cap.
           READ CapFile
              AT END SET WS-CapFile-EOF TO TRUE
           END-READ.
           IF WS-CapFile-Good AND Cap-SUPPLIER-CODE > SPACES AND
              Cap-WEEKLY-CAPACITY IS NUMERIC
              IF WS-Cap-Cnt >= WS-Cap-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Cap-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cap-Cnt
              SET WS-Cap-IDX TO WS-Cap-Cnt
              MOVE Cap-SUPPLIER-CODE TO WS-Cap-Supplier(WS-Cap-IDX)
              MOVE Cap-PART-KEY TO WS-Cap-Part-Key(WS-Cap-IDX)
              IF Cap-FAMILY-LEN IS NUMERIC AND
                 Cap-FAMILY-LEN < 23
                 MOVE Cap-FAMILY-LEN TO WS-Cap-Family-Len(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Family-Len(WS-Cap-IDX)
              END-IF
              MOVE Cap-WEEKLY-CAPACITY TO
                 WS-Cap-Weekly-Qty(WS-Cap-IDX)
              MOVE Cap-UNIT-OF-MEASURE TO WS-Cap-UOM(WS-Cap-IDX)
              IF Cap-EFF-FROM-DATE IS NUMERIC
                 MOVE Cap-EFF-FROM-DATE TO
                    WS-Cap-Eff-From(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Eff-From(WS-Cap-IDX)
              END-IF
              IF Cap-EFF-TO-DATE IS NUMERIC
                 MOVE Cap-EFF-TO-DATE TO WS-Cap-Eff-To(WS-Cap-IDX)
              ELSE
                 MOVE ZERO TO WS-Cap-Eff-To(WS-Cap-IDX)
              END-IF
           END-IF.

       1030-Load-PO-Status-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1035-Load-One-PO-Status
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1035-Load-One-PO-Status.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF WS-Stat-Cnt >= WS-Stat-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-PO-Status-Storage" TO WS-Msg-Insert
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
              MOVE FUNCTION NUMVAL(FD-PoStatus-Record(15:7)) TO
                 WS-Stat-Qty-Received(WS-Stat-IDX)
           END-IF.

       1040-Load-Sched-Status-Table.
           OPEN INPUT SchedStatusFile.
           IF WS-SchedStatusFile-Good
              PERFORM 1045-Load-One-Sched-Status
                 UNTIL WS-SchedStatusFile-EOF
              CLOSE SchedStatusFile
           END-IF.

       1045-Load-One-Sched-Status.
           READ SchedStatusFile
              AT END SET WS-SchedStatusFile-EOF TO TRUE
           END-READ.
           IF WS-SchedStatusFile-Good AND
              SchdIn-RECEIVED-QTY IS NUMERIC AND
              SchdIn-RECEIVED-QTY > ZERO
              IF WS-SL-Cnt >= WS-SL-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Sched-Line-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-SL-Cnt
              SET WS-SL-IDX TO WS-SL-Cnt
              MOVE SchdIn-PO-NUMBER TO WS-SL-PO-Number(WS-SL-IDX)
              MOVE SchdIn-LINE-NO TO WS-SL-Line-No(WS-SL-IDX)
              MOVE SchdIn-RECEIVED-QTY TO
                 WS-SL-Received-Qty(WS-SL-IDX)
           END-IF.

       2000-Release-Records.
           IF WS-Cap-Cnt > ZERO
              PERFORM 2010-Release-One-PO UNTIL WS-PoOut-EOF
           END-IF.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 IF PoOut-DELIVERY-DATE IS NUMERIC
                    PERFORM 2020-Work-Open-Qty
                    IF NOT WS-Hold-PO-Closed AND WS-Open-Qty > ZERO
                       PERFORM 2025-Load-PO
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT WS-PoOut-EOF
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2010-Release-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    Open POs carry their whole quantity; a partial one only
      *    what is still to be received.
       2020-Work-Open-Qty.
           MOVE 'O' TO WS-Hold-PO-Status.
           MOVE ZERO TO WS-Received-Qty.
           PERFORM VARYING WS-Stat-IDX FROM 1 BY 1
              UNTIL WS-Stat-IDX > WS-Stat-Cnt
              IF WS-Stat-PO-Number(WS-Stat-IDX) = PoOut-PO-NUMBER
                 MOVE WS-Stat-Status(WS-Stat-IDX) TO
                    WS-Hold-PO-Status
                 MOVE WS-Stat-Qty-Received(WS-Stat-IDX) TO
                    WS-Received-Qty
                 SET WS-Stat-IDX TO WS-Stat-Cnt
              END-IF
           END-PERFORM.
           IF WS-Hold-PO-Partial
              COMPUTE WS-Open-Qty = PoOut-QUANTITY - WS-Received-Qty
           ELSE
              MOVE PoOut-QUANTITY TO WS-Open-Qty
           END-IF.

      *    An image from before schedule lines has spaces in the
      *    count -- loaded on DELIVERY-DATE as always.  A PO is
      *    counted once however many of its lines are loaded.
       2025-Load-PO.
           MOVE 'N' TO WS-PO-Loaded-Flag WS-PO-Undeclared-Flag.
           IF PoOut-SCHED-LINE-CNT IS NUMERIC AND
              PoOut-SCHED-LINE-CNT > ZERO AND
              PoOut-SCHED-LINE-CNT NOT > 12
              PERFORM 2060-Load-One-Sched-Line
                 VARYING WS-Sched-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Sub > PoOut-SCHED-LINE-CNT
           ELSE
              MOVE PoOut-DELIVERY-DATE TO WS-Hold-Date
              MOVE WS-Open-Qty TO WS-Bucket-Qty
              PERFORM 2030-Bucket-PO
           END-IF.
           IF WS-PO-Loaded
              ADD +1 TO WS-Loaded-PO-Cnt
           END-IF.
           IF WS-PO-Undeclared
              ADD +1 TO WS-Undeclared-PO-Cnt
           END-IF.

      *    Buckets WS-Bucket-Qty of the PO in WS-Hold-Date's week.
       2030-Bucket-PO.
           PERFORM 2035-Set-Week-Start.
           MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier.
           MOVE PoOut-PART-NUMBER TO WS-Hold-Part.
           PERFORM 2040-Find-Cap-Row.
           IF WS-Cap-Match-IDX = ZERO
              SET WS-PO-Undeclared TO TRUE
           ELSE
              PERFORM 2050-Find-Bucket
              ADD WS-Bucket-Qty TO WS-Bkt-Load-Qty(WS-Bkt-Match-IDX)
              SET WS-PO-Loaded TO TRUE
              MOVE WS-Hold-Supplier TO Sort-Supplier
              MOVE WS-Cap-Match-IDX TO Sort-Cap-IDX
              MOVE WS-Week-Start TO Sort-Week-Start
              MOVE PoOut-PO-NUMBER TO Sort-PO-Number
              MOVE PoOut-PART-NUMBER TO Sort-Part
              MOVE WS-Hold-Date TO Sort-Delivery-Date
              MOVE WS-Bucket-Qty TO Sort-Open-Qty
              MOVE WS-Hold-PO-Status TO Sort-PO-Status
              MOVE WS-Bkt-Match-IDX TO Sort-Bkt-IDX
              RELEASE Sort-Record
           END-IF.

      *    Weeks run Monday to Sunday -- day 1 of the integer
      *    calendar, 1601-01-01, was a Monday.
       2035-Set-Week-Start.
           COMPUTE WS-Day-Int =
              FUNCTION INTEGER-OF-DATE(WS-Hold-Date).
           COMPUTE WS-Week-Start = FUNCTION DATE-OF-INTEGER
              (WS-Day-Int - FUNCTION MOD(WS-Day-Int - 1, 7)).

      *    The part's own declaration in effect that week, else
      *    the first family declaration covering it.
       2040-Find-Cap-Row.
           MOVE ZERO TO WS-Cap-Match-IDX WS-Cap-Family-IDX.
           PERFORM VARYING WS-Cap-IDX FROM 1 BY 1
              UNTIL WS-Cap-IDX > WS-Cap-Cnt
              IF WS-Cap-Supplier(WS-Cap-IDX) = WS-Hold-Supplier AND
                 WS-Cap-Eff-From(WS-Cap-IDX) <= WS-Week-Start AND
                 (WS-Cap-Eff-To(WS-Cap-IDX) = ZERO OR
                  WS-Cap-Eff-To(WS-Cap-IDX) >= WS-Week-Start)
                 IF WS-Cap-Family-Len(WS-Cap-IDX) = ZERO
                    IF WS-Cap-Part-Key(WS-Cap-IDX) = WS-Hold-Part
                       SET WS-Cap-Match-IDX TO WS-Cap-IDX
                       SET WS-Cap-IDX TO WS-Cap-Cnt
                    END-IF
                 ELSE
                    IF WS-Cap-Family-IDX = ZERO AND
                       WS-Cap-Part-Key(WS-Cap-IDX)
                          (1:WS-Cap-Family-Len(WS-Cap-IDX)) =
                       WS-Hold-Part(1:WS-Cap-Family-Len(WS-Cap-IDX))
                       SET WS-Cap-Family-IDX TO WS-Cap-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-Cap-Match-IDX = ZERO
              MOVE WS-Cap-Family-IDX TO WS-Cap-Match-IDX
           END-IF.

       2050-Find-Bucket.
           MOVE ZERO TO WS-Bkt-Match-IDX.
           PERFORM VARYING WS-Bkt-IDX FROM 1 BY 1
              UNTIL WS-Bkt-IDX > WS-Bkt-Cnt
              IF WS-Bkt-Cap-IDX(WS-Bkt-IDX) = WS-Cap-Match-IDX AND
                 WS-Bkt-Week-Start(WS-Bkt-IDX) = WS-Week-Start
                 SET WS-Bkt-Match-IDX TO WS-Bkt-IDX
                 SET WS-Bkt-IDX TO WS-Bkt-Cnt
              END-IF
           END-PERFORM.
           IF WS-Bkt-Match-IDX = ZERO
              IF WS-Bkt-Cnt >= WS-Bkt-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Bucket-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Bkt-Cnt
              MOVE WS-Bkt-Cnt TO WS-Bkt-Match-IDX
              MOVE WS-Cap-Match-IDX TO
                 WS-Bkt-Cap-IDX(WS-Bkt-Match-IDX)
              MOVE WS-Week-Start TO
                 WS-Bkt-Week-Start(WS-Bkt-Match-IDX)
              MOVE ZERO TO WS-Bkt-Load-Qty(WS-Bkt-Match-IDX)
           END-IF.

      *    A line is open for its quantity less what has been
      *    received on it; a line received in full loads nothing.
       2060-Load-One-Sched-Line.
           IF PoOut-SCHED-QUANTITY(WS-Sched-Sub) IS NUMERIC AND
              PoOut-SCHED-DUE-DATE(WS-Sched-Sub) IS NUMERIC AND
              PoOut-SCHED-DUE-DATE(WS-Sched-Sub) > ZERO
              MOVE PoOut-SCHED-QUANTITY(WS-Sched-Sub) TO
                 WS-Bucket-Qty
              PERFORM VARYING WS-SL-IDX FROM 1 BY 1
                 UNTIL WS-SL-IDX > WS-SL-Cnt
                 IF WS-SL-PO-Number(WS-SL-IDX) = PoOut-PO-NUMBER AND
                    WS-SL-Line-No(WS-SL-IDX) =
                    PoOut-SCHED-LINE-NO(WS-Sched-Sub)
                    SUBTRACT WS-SL-Received-Qty(WS-SL-IDX) FROM
                       WS-Bucket-Qty
                    SET WS-SL-IDX TO WS-SL-Cnt
                 END-IF
              END-PERFORM
              IF WS-Bucket-Qty > ZERO
                 MOVE PoOut-SCHED-DUE-DATE(WS-Sched-Sub) TO
                    WS-Hold-Date
                 PERFORM 2030-Bucket-PO
              END-IF
           END-IF.

       2990-Write-Rpt-Line.
           WRITE FD-LoadRpt-Record.
           IF WS-LoadRpt-Good
              ADD +1 TO FD-LoadRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "capacity-load-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-LoadRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "CAPLDRPT: 3000-End-Job".
           MOVE SPACES TO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Cap-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "CAPACITY DECLARATIONS:        " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Bkt-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "SUPPLIER-WEEKS WITH LOAD:     " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Overload-Week-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "  OVER CAPACITY:              " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Loaded-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "OPEN POS BUCKETED:            " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Undeclared-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "OPEN POS WITH NO DECLARATION: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE PoOut LoadRpt.
           DISPLAY "  Cap-Load: Declarations:       " WS-Cap-Cnt.
           DISPLAY "  Cap-Load: POOUT Records Read: "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Cap-Load: Supplier-Weeks:     " WS-Bkt-Cnt.
           DISPLAY "  Cap-Load: Over Capacity:      "
              WS-Overload-Week-Cnt.
           DISPLAY "  Cap-Load: Extract Written:    "
              FD-LoadExt-Record-Cnt.

      *    Supplier, declaration, week -- every week's line, with
      *    the POs listed only under the weeks that are over.
       3500-Write-Load-Report.
           MOVE SPACES TO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "SUPPLIER   PART / FAMILY           LEN UOM "
              "WEEK OF   CAPACITY      LOAD  LOAD%"
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           PERFORM 3510-Return-One-Record UNTIL WS-Sort-EOF.
           IF WS-Bkt-Cnt = ZERO
              MOVE SPACES TO FD-LoadRpt-Record
              STRING "    NO OPEN PO LOAD AGAINST A DECLARATION"
                 DELIMITED BY SIZE INTO FD-LoadRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.

       3599-Load-Exit.
           EXIT.

       3510-Return-One-Record.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF Sort-Supplier NOT = WS-Prev-Supplier
                 MOVE Sort-Supplier TO WS-Prev-Supplier
                 MOVE SPACES TO FD-LoadRpt-Record
                 PERFORM 2990-Write-Rpt-Line
              END-IF
              IF Sort-Bkt-IDX NOT = WS-Prev-Bkt-IDX
                 MOVE Sort-Bkt-IDX TO WS-Prev-Bkt-IDX
                 PERFORM 3520-Write-Week-Line
              END-IF
              IF WS-Bkt-Over
                 PERFORM 3530-Write-PO-Line
              END-IF
           END-IF.

       3520-Write-Week-Line.
           SET WS-Bkt-IDX TO Sort-Bkt-IDX.
           SET WS-Cap-IDX TO Sort-Cap-IDX.
           SET WS-Bkt-Not-Over TO TRUE.
           IF WS-Cap-Weekly-Qty(WS-Cap-IDX) > ZERO
              COMPUTE WS-Load-Pct ROUNDED =
                 WS-Bkt-Load-Qty(WS-Bkt-IDX) * 100 /
                 WS-Cap-Weekly-Qty(WS-Cap-IDX)
                 ON SIZE ERROR MOVE 99999 TO WS-Load-Pct
              END-COMPUTE
           ELSE
              MOVE 99999 TO WS-Load-Pct
           END-IF.
           IF WS-Bkt-Load-Qty(WS-Bkt-IDX) >
              WS-Cap-Weekly-Qty(WS-Cap-IDX)
              SET WS-Bkt-Over TO TRUE
              ADD +1 TO WS-Overload-Week-Cnt
              IF WS-Load-Pct > 100
                 COMPUTE WS-Over-Pct = WS-Load-Pct - 100
              ELSE
                 MOVE 1 TO WS-Over-Pct
              END-IF
           END-IF.
           MOVE WS-Cap-Family-Len(WS-Cap-IDX) TO WS-Len-Edit.
           MOVE WS-Cap-Weekly-Qty(WS-Cap-IDX) TO WS-Cap-Edit.
           MOVE WS-Bkt-Load-Qty(WS-Bkt-IDX) TO WS-Qty-Edit.
           MOVE WS-Load-Pct TO WS-Pct-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING Sort-Supplier " "
              WS-Cap-Part-Key(WS-Cap-IDX) " "
              WS-Len-Edit " "
              WS-Cap-UOM(WS-Cap-IDX) " "
              Sort-Week-Start " "
              WS-Cap-Edit " "
              WS-Qty-Edit " "
              WS-Pct-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           IF WS-Bkt-Over
              MOVE WS-Over-Pct TO WS-Pct-Edit
              STRING "  OVER " WS-Pct-Edit "%"
                 DELIMITED BY SIZE
                 INTO FD-LoadRpt-Record(90:20)
           END-IF.
           PERFORM 2990-Write-Rpt-Line.

       3530-Write-PO-Line.
           IF Sort-PO-Status = 'P'
              MOVE "PARTIAL" TO WS-Status-Text
           ELSE
              MOVE "OPEN" TO WS-Status-Text
           END-IF.
           MOVE Sort-Open-Qty TO WS-Qty-Edit.
           MOVE SPACES TO FD-LoadRpt-Record.
           STRING "      PO " Sort-PO-Number
              " PART " Sort-Part
              " DUE " Sort-Delivery-Date
              " " WS-Status-Text
              " QTY " WS-Qty-Edit
              DELIMITED BY SIZE INTO FD-LoadRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

       4000-Write-Load-Extract.
           OPEN OUTPUT LoadExtFile.
           PERFORM 4010-Write-One-Load
              VARYING WS-Bkt-IDX FROM 1 BY 1
              UNTIL WS-Bkt-IDX > WS-Bkt-Cnt.
           CLOSE LoadExtFile.

       4010-Write-One-Load.
           SET WS-Cap-IDX TO WS-Bkt-Cap-IDX(WS-Bkt-IDX).
           MOVE WS-Cap-Supplier(WS-Cap-IDX) TO Cload-SUPPLIER-CODE.
           MOVE WS-Cap-Part-Key(WS-Cap-IDX) TO Cload-PART-KEY.
           MOVE WS-Cap-Family-Len(WS-Cap-IDX) TO Cload-FAMILY-LEN.
           MOVE WS-Bkt-Week-Start(WS-Bkt-IDX) TO
              Cload-WEEK-START-DATE.
           MOVE WS-Cap-Weekly-Qty(WS-Cap-IDX) TO
              Cload-WEEKLY-CAPACITY.
           MOVE WS-Bkt-Load-Qty(WS-Bkt-IDX) TO Cload-LOAD-QTY.
           WRITE Cload-CAP-LOAD-REC.
           IF WS-LoadExtFile-Good
              ADD +1 TO FD-LoadExt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "capacity-load" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 4010-Write-One-Load"
              DISPLAY "File Status: " WS-LoadExtFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
