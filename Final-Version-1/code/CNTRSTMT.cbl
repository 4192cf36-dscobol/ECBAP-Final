      ***********************************************************
      * Program name:    CNTRSTMT
      * Original author: David Stagowski
      *
      *    Description: Monthly returnable container statement.
      *
      *    One statement per supplier holding our containers, off
      *    the keyed container balance CNTRPOST keeps (CNTRBAL,
      *    DD CNTRBAL).  Per container type it shows what moved
      *    since the last statement -- shipped, returned full,
      *    scrapped, off the container ledger -- the balance the
      *    supplier holds now, and what that is worth at the
      *    type's unit value on the part container reference.
      *
      *    Against each balance it sets what the supplier's open
      *    POs justify: the unreceived quantity of every PO on
      *    POOUT not closed on po-status, in containers of the
      *    part's pack quantity, rounded up.  A balance more than
      *    VT-CNTR-EXCESS-PCT percent over that need is flagged
      *    EXCESS and the containers over the need are valued, so
      *    purchasing knows what to call back.  A balance below
      *    zero is flagged NEGATIVE -- an empties shipment was
      *    never keyed.
      *
      *    The statement period runs from the date on the control
      *    file to today; the control date rolls to today at end
      *    of job.  A missing control file is the first statement
      *    and every ledger movement shows.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for returnable container
      *                          tracking
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRSTMT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CNTRPOST's SELECT is the authority.
           SELECT CntrBal
           ASSIGN TO CNTRBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CntrBal-BAL-KEY
           FILE STATUS IS WS-CntrBal-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    CNTRMNT's promoted part container reference.
           SELECT PartCntrFile
           ASSIGN TO "../data/part-container.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartCntrFile-Status.

      *    CNTRPOST's ledger of every posted movement.
           SELECT LedgerFile
           ASSIGN TO "../data/container-ledger.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    Per-PO status maintained by RECMATCH.  A missing file
      *    just means nothing received.
           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

           SELECT ControlFile
           ASSIGN TO "../data/container-stmt-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT CntrStmtRpt
           ASSIGN TO "../data/container-stmt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CntrStmtRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CntrBal
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CNTRBAL REPLACING ==:tag:== BY ==CntrBal==.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  PartCntrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCNTR REPLACING ==:tag:== BY ==Pcn==.

      *    CNTRPOST's ledger line -- mirrored here exactly.
       FD  LedgerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ledger-Record.
           05 FD-Ledger-Move            PIC X(77).
           05 FD-Ledger-Effect          PIC S9(07)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Balance         PIC S9(07)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Posted-Date     PIC 9(08).

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

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Last-Stmt-Date     PIC 9(08).

       FD  CntrStmtRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CntrStmtRpt-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CntrBal==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PartCntrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LedgerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CntrStmtRpt==.

       01  WS-File-Counters.
           12 FD-CntrBal-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-Ledger-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-CntrStmtRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Stmt-Counters.
           12 WS-Period-Move-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Sized-PO-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Supplier-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Flagged-Supplier-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Excess-Line-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Negative-Line-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Supplier-Cnt           PIC S9(4) COMP VALUE ZERO.

      *    The movement on a ledger line, in the CNTRMOVE layout.
           COPY CNTRMOVE REPLACING ==:tag:== BY ==Led==.

      *    Part -> container type and pack quantity.
       01  WS-Part-Cntr-Storage.
           12 WS-Pcn-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Pcn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Pcn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Pcn-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Pcn-Cnt
              INDEXED BY WS-Pcn-IDX.
              15 WS-Pcn-Part               PIC X(23).
              15 WS-Pcn-Type               PIC X(06).
              15 WS-Pcn-Pieces             PIC 9(05).

      *    Container type -> unit value.  CNTRMNT keeps the value
      *    the same on every part of a type.
       01  WS-Cntr-Type-Storage.
           12 WS-Type-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Type-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Type-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Type-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Type-Cnt
              INDEXED BY WS-Type-IDX.
              15 WS-Type-Code              PIC X(06).
              15 WS-Type-Value             PIC 9(05)V99.

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

      *    Per supplier and container type: the period's movements
      *    off the ledger and the containers the open POs need.
       01  WS-Activity-Storage.
           12 WS-Act-Max-Cnt               PIC S9(4) COMP VALUE +5000.
           12 WS-Act-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Act-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Act-Table OCCURS 0 TO 5000 TIMES
              DEPENDING ON WS-Act-Cnt
              INDEXED BY WS-Act-IDX.
              15 WS-Act-Supplier           PIC X(10).
              15 WS-Act-Type               PIC X(06).
              15 WS-Act-Shipped            PIC S9(7) COMP.
              15 WS-Act-Received           PIC S9(7) COMP.
              15 WS-Act-Scrapped           PIC S9(7) COMP.
              15 WS-Act-Need               PIC S9(7) COMP.

       01  WS-Stmt-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Last-Stmt-Date            PIC 9(08) VALUE ZERO.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Type                 PIC X(06) VALUE SPACES.
           12 WS-Excess-Pct                PIC 9(03) VALUE 50.
           12 WS-Open-Qty                  PIC S9(8) COMP VALUE ZERO.
           12 WS-Cntr-Count                PIC 9(07) VALUE ZERO.
           12 WS-Allowed-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Excess-Cnt                PIC S9(7) COMP VALUE ZERO.
           12 WS-Line-Shipped              PIC S9(7) COMP VALUE ZERO.
           12 WS-Line-Received             PIC S9(7) COMP VALUE ZERO.
           12 WS-Line-Scrapped             PIC S9(7) COMP VALUE ZERO.
           12 WS-Line-Need                 PIC S9(7) COMP VALUE ZERO.
           12 WS-Line-Value                PIC 9(05)V99 VALUE ZERO.
           12 WS-Held-Value                PIC S9(11)V99 VALUE ZERO.
           12 WS-Excess-Value              PIC S9(11)V99 VALUE ZERO.
           12 WS-Line-Flag                 PIC X(08) VALUE SPACES.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Supp-Held-Cnt             PIC S9(9) COMP VALUE ZERO.
           12 WS-Supp-Held-Value           PIC S9(11)V99 VALUE ZERO.
           12 WS-Supp-Excess-Value         PIC S9(11)V99 VALUE ZERO.
           12 WS-Total-Held-Cnt            PIC S9(9) COMP VALUE ZERO.
           12 WS-Total-Held-Value          PIC S9(11)V99 VALUE ZERO.
           12 WS-Total-Excess-Value        PIC S9(11)V99 VALUE ZERO.
           12 WS-Supp-Flagged-Flag         PIC X VALUE 'N'.
              88 WS-Supp-Flagged              VALUE 'Y'.
              88 WS-Supp-Not-Flagged          VALUE 'N'.
           12 WS-Scan-Done-Flag            PIC X VALUE 'N'.
              88 WS-Scan-Done                 VALUE 'Y'.
              88 WS-Scan-More                 VALUE 'N'.

       01  WS-Report-Edits.
           12 WS-Cnt-Edit                  PIC ZZZZZZ9.
           12 WS-Shipped-Edit              PIC ZZZZZZ9.
           12 WS-Received-Edit             PIC ZZZZZZ9.
           12 WS-Scrapped-Edit             PIC ZZZZZZ9.
           12 WS-Bal-Edit                  PIC -(6)9.
           12 WS-Need-Edit                 PIC ZZZZZZ9.
           12 WS-Excess-Edit               PIC ZZZZZZ9.
           12 WS-Unit-Edit                 PIC ZZ,ZZ9.99.
           12 WS-Value-Edit                PIC -ZZZ,ZZZ,ZZ9.99.
           12 WS-Excess-Value-Edit         PIC ZZZ,ZZZ,ZZ9.99.
           12 WS-Pct-Edit                  PIC ZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-State-One-Balance UNTIL WS-Scan-Done.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CNTRSTMT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Read-Control.
           PERFORM 1020-Load-Validation-Thresholds.
           PERFORM 1030-Load-Part-Containers.
           PERFORM 1040-Load-PO-Status.
           PERFORM 1050-Load-Period-Moves.
           PERFORM 1060-Size-Open-POs.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SUPPOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-SuppOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT CntrBal.
           IF NOT WS-CntrBal-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "CNTRBAL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-CntrBal-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CntrStmtRpt.
           MOVE WS-Excess-Pct TO WS-Pct-Edit.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "RETURNABLE CONTAINER STATEMENT -- AS OF "
              WS-Today-Date " -- MOVEMENTS SINCE " WS-Last-Stmt-Date
              " -- EXCESS OVER OPEN-PO NEED + " WS-Pct-Edit "%"
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           SET WS-Scan-More TO TRUE.
           MOVE LOW-VALUES TO CntrBal-BAL-KEY.
           START CntrBal KEY >= CntrBal-BAL-KEY
              INVALID KEY SET WS-Scan-Done TO TRUE
           END-START.

      *    A missing control file just means the first
      *    statement -- every movement on the ledger shows.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Last-Stmt-Date IS NUMERIC
                    MOVE FD-Ctl-Last-Stmt-Date TO WS-Last-Stmt-Date
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

       1020-Load-Validation-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-CNTR-EXCESS-PCT IS NUMERIC AND
                    VT-CNTR-EXCESS-PCT > ZERO
                    MOVE VT-CNTR-EXCESS-PCT TO WS-Excess-Pct
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.

      *    A missing reference leaves nothing sized and every
      *    type valued at zero.
       1030-Load-Part-Containers.
           OPEN INPUT PartCntrFile.
           IF WS-PartCntrFile-Good
              PERFORM 1035-Load-One-Part-Container
                 UNTIL WS-PartCntrFile-EOF
              CLOSE PartCntrFile
           END-IF.

       1035-Load-One-Part-Container.
           READ PartCntrFile
              AT END SET WS-PartCntrFile-EOF TO TRUE
           END-READ.
           IF WS-PartCntrFile-Good
              IF WS-Pcn-Cnt >= WS-Pcn-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Part-Cntr-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Pcn-Cnt
              SET WS-Pcn-IDX TO WS-Pcn-Cnt
              MOVE Pcn-PART-NUMBER TO WS-Pcn-Part(WS-Pcn-IDX)
              MOVE Pcn-CONTAINER-TYPE TO WS-Pcn-Type(WS-Pcn-IDX)
              MOVE ZERO TO WS-Pcn-Pieces(WS-Pcn-IDX)
              IF Pcn-PIECES-PER-CNTR IS NUMERIC
                 MOVE Pcn-PIECES-PER-CNTR TO
                    WS-Pcn-Pieces(WS-Pcn-IDX)
              END-IF
              MOVE Pcn-CONTAINER-TYPE TO WS-Hold-Type
              PERFORM 2950-Find-Cntr-Type
              IF WS-Type-Match-IDX = ZERO
                 IF WS-Type-Cnt >= WS-Type-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Cntr-Type-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Type-Cnt
                 SET WS-Type-IDX TO WS-Type-Cnt
                 MOVE Pcn-CONTAINER-TYPE TO WS-Type-Code(WS-Type-IDX)
                 MOVE ZERO TO WS-Type-Value(WS-Type-IDX)
                 IF Pcn-CNTR-UNIT-VALUE IS NUMERIC
                    MOVE Pcn-CNTR-UNIT-VALUE TO
                       WS-Type-Value(WS-Type-IDX)
                 END-IF
              END-IF
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

      *    Only what posted after the last statement is this
      *    period's movement.  No ledger yet, no movement.
       1050-Load-Period-Moves.
           OPEN INPUT LedgerFile.
           IF WS-LedgerFile-Good
              PERFORM 1055-Load-One-Move
                 UNTIL WS-LedgerFile-EOF
              CLOSE LedgerFile
           END-IF.

       1055-Load-One-Move.
           READ LedgerFile
              AT END SET WS-LedgerFile-EOF TO TRUE
           END-READ.
           IF WS-LedgerFile-Good
              ADD +1 TO FD-Ledger-Record-Cnt
              IF FD-Ledger-Posted-Date IS NUMERIC AND
                 FD-Ledger-Posted-Date > WS-Last-Stmt-Date
                 MOVE FD-Ledger-Move TO Led-CNTR-MOVE
                 MOVE Led-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE Led-CONTAINER-TYPE TO WS-Hold-Type
                 PERFORM 1090-Find-Activity-Row
                 ADD +1 TO WS-Period-Move-Cnt
                 EVALUATE TRUE
                    WHEN Led-MOVE-SHIPPED
                       ADD Led-QUANTITY TO
                          WS-Act-Shipped(WS-Act-Match-IDX)
                    WHEN Led-MOVE-RECEIVED
                       ADD Led-QUANTITY TO
                          WS-Act-Received(WS-Act-Match-IDX)
                    WHEN Led-MOVE-SCRAPPED
                       ADD Led-QUANTITY TO
                          WS-Act-Scrapped(WS-Act-Match-IDX)
                 END-EVALUATE
              END-IF
           END-IF.

      *    What the open POs justify: each live PO's unreceived
      *    quantity, in containers of its part's pack, rounded up.
      *    A part with no container on the reference needs none.
       1060-Size-Open-POs.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1060-Size-Open-POs"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1065-Size-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1065-Size-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              ADD +1 TO FD-PoOut-Record-Cnt
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 PERFORM 1070-Open-Quantity
                 IF WS-Open-Qty > ZERO
                    PERFORM 1080-Find-Part-Container
                    IF WS-Pcn-Match-IDX > ZERO AND
                       WS-Pcn-Pieces(WS-Pcn-Match-IDX) > ZERO
                       COMPUTE WS-Cntr-Count =
                          (WS-Open-Qty +
                           WS-Pcn-Pieces(WS-Pcn-Match-IDX) - 1) /
                           WS-Pcn-Pieces(WS-Pcn-Match-IDX)
                       MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                       MOVE WS-Pcn-Type(WS-Pcn-Match-IDX) TO
                          WS-Hold-Type
                       PERFORM 1090-Find-Activity-Row
                       ADD WS-Cntr-Count TO
                          WS-Act-Need(WS-Act-Match-IDX)
                       ADD +1 TO WS-Sized-PO-Cnt
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *    Received comes off the status file; a PO with no row
      *    has received nothing, a closed PO needs nothing.
       1070-Open-Quantity.
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

       1080-Find-Part-Container.
           MOVE ZERO TO WS-Pcn-Match-IDX.
           PERFORM VARYING WS-Pcn-IDX FROM 1 BY 1
              UNTIL WS-Pcn-IDX > WS-Pcn-Cnt
              IF WS-Pcn-Part(WS-Pcn-IDX) = PoOut-PART-NUMBER
                 SET WS-Pcn-Match-IDX TO WS-Pcn-IDX
                 SET WS-Pcn-IDX TO WS-Pcn-Cnt
              END-IF
           END-PERFORM.

      *    The (WS-Hold-Supplier, WS-Hold-Type) row, added at
      *    zero the first time it is seen.
       1090-Find-Activity-Row.
           MOVE ZERO TO WS-Act-Match-IDX.
           PERFORM VARYING WS-Act-IDX FROM 1 BY 1
              UNTIL WS-Act-IDX > WS-Act-Cnt
              IF WS-Act-Supplier(WS-Act-IDX) = WS-Hold-Supplier AND
                 WS-Act-Type(WS-Act-IDX) = WS-Hold-Type
                 SET WS-Act-Match-IDX TO WS-Act-IDX
                 SET WS-Act-IDX TO WS-Act-Cnt
              END-IF
           END-PERFORM.
           IF WS-Act-Match-IDX = ZERO
              IF WS-Act-Cnt >= WS-Act-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Activity-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Act-Cnt
              SET WS-Act-IDX TO WS-Act-Cnt
              MOVE WS-Hold-Supplier TO WS-Act-Supplier(WS-Act-IDX)
              MOVE WS-Hold-Type TO WS-Act-Type(WS-Act-IDX)
              MOVE ZERO TO WS-Act-Shipped(WS-Act-IDX)
                           WS-Act-Received(WS-Act-IDX)
                           WS-Act-Scrapped(WS-Act-IDX)
                           WS-Act-Need(WS-Act-IDX)
              SET WS-Act-Match-IDX TO WS-Act-IDX
           END-IF.

      *    The balance file is in supplier order, so a change of
      *    supplier closes one statement and opens the next.
       2000-State-One-Balance.
           READ CntrBal NEXT
              AT END SET WS-Scan-Done TO TRUE
           END-READ.
           IF WS-CntrBal-Good
              ADD +1 TO FD-CntrBal-Record-Cnt
              IF CntrBal-SUPPLIER-CODE NOT = WS-Cur-Supplier
                 IF WS-Cur-Supplier NOT = SPACES
                    PERFORM 2200-End-Supplier
                 END-IF
                 PERFORM 2100-Start-Supplier
              END-IF
              PERFORM 2300-State-Type-Line
           ELSE
              IF NOT WS-CntrBal-EOF
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "CNTRBAL" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-State-One-Balance"
                 DISPLAY "File Status: " WS-CntrBal-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              SET WS-Scan-Done TO TRUE
           END-IF.

       2100-Start-Supplier.
           MOVE CntrBal-SUPPLIER-CODE TO WS-Cur-Supplier.
           MOVE ZERO TO WS-Supp-Held-Cnt WS-Supp-Held-Value
                        WS-Supp-Excess-Value.
           SET WS-Supp-Not-Flagged TO TRUE.
           ADD +1 TO WS-Supplier-Cnt.
           MOVE CntrBal-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 MOVE "** NOT ON SUPPOUT **" TO SuppOut-SUPPLIER-NAME
                 ADD +1 TO WS-No-Supplier-Cnt
           END-READ.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "SUPPLIER " WS-Cur-Supplier " "
              SuppOut-SUPPLIER-NAME "  CONTAINERS HELD AS OF "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "  TYPE    SHIPPED RETURNED  SCRAPPED  BALANCE"
              "  UNIT VALUE      VALUE HELD  PO NEED   EXCESS"
              "  FLAG"
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.

       2200-End-Supplier.
           MOVE WS-Supp-Held-Cnt TO WS-Bal-Edit.
           MOVE WS-Supp-Held-Value TO WS-Value-Edit.
           MOVE WS-Supp-Excess-Value TO WS-Excess-Value-Edit.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "  SUPPLIER TOTAL " WS-Cur-Supplier
              " HELD " WS-Bal-Edit " VALUE " WS-Value-Edit
              " EXCESS VALUE " WS-Excess-Value-Edit
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           IF WS-Supp-Flagged
              ADD +1 TO WS-Flagged-Supplier-Cnt
           END-IF.
           ADD WS-Supp-Held-Cnt TO WS-Total-Held-Cnt.
           ADD WS-Supp-Held-Value TO WS-Total-Held-Value.
           ADD WS-Supp-Excess-Value TO WS-Total-Excess-Value.

      *    One container type the supplier holds: period movement,
      *    balance, value, need and the flag.
       2300-State-Type-Line.
           MOVE CntrBal-SUPPLIER-CODE TO WS-Hold-Supplier.
           MOVE CntrBal-CONTAINER-TYPE TO WS-Hold-Type.
           MOVE ZERO TO WS-Line-Shipped WS-Line-Received
                        WS-Line-Scrapped WS-Line-Need.
           PERFORM VARYING WS-Act-IDX FROM 1 BY 1
              UNTIL WS-Act-IDX > WS-Act-Cnt
              IF WS-Act-Supplier(WS-Act-IDX) = WS-Hold-Supplier AND
                 WS-Act-Type(WS-Act-IDX) = WS-Hold-Type
                 MOVE WS-Act-Shipped(WS-Act-IDX) TO WS-Line-Shipped
                 MOVE WS-Act-Received(WS-Act-IDX) TO
                    WS-Line-Received
                 MOVE WS-Act-Scrapped(WS-Act-IDX) TO
                    WS-Line-Scrapped
                 MOVE WS-Act-Need(WS-Act-IDX) TO WS-Line-Need
                 SET WS-Act-IDX TO WS-Act-Cnt
              END-IF
           END-PERFORM.
           PERFORM 2950-Find-Cntr-Type.
           MOVE ZERO TO WS-Line-Value.
           IF WS-Type-Match-IDX > ZERO
              MOVE WS-Type-Value(WS-Type-Match-IDX) TO WS-Line-Value
           END-IF.
           MOVE ZERO TO WS-Held-Value WS-Excess-Cnt WS-Excess-Value.
           MOVE SPACES TO WS-Line-Flag.
           COMPUTE WS-Allowed-Cnt = WS-Line-Need +
              (WS-Line-Need * WS-Excess-Pct / 100).
           EVALUATE TRUE
              WHEN CntrBal-BALANCE < ZERO
                 MOVE "NEGATIVE" TO WS-Line-Flag
                 ADD +1 TO WS-Negative-Line-Cnt
              WHEN CntrBal-BALANCE > WS-Allowed-Cnt
                 MOVE "EXCESS" TO WS-Line-Flag
                 COMPUTE WS-Excess-Cnt =
                    CntrBal-BALANCE - WS-Line-Need
                 COMPUTE WS-Excess-Value =
                    WS-Excess-Cnt * WS-Line-Value
                 ADD WS-Excess-Value TO WS-Supp-Excess-Value
                 ADD +1 TO WS-Excess-Line-Cnt
                 SET WS-Supp-Flagged TO TRUE
           END-EVALUATE.
           IF CntrBal-BALANCE > ZERO
              COMPUTE WS-Held-Value =
                 CntrBal-BALANCE * WS-Line-Value
              ADD CntrBal-BALANCE TO WS-Supp-Held-Cnt
              ADD WS-Held-Value TO WS-Supp-Held-Value
           END-IF.
           MOVE WS-Line-Shipped TO WS-Shipped-Edit.
           MOVE WS-Line-Received TO WS-Received-Edit.
           MOVE WS-Line-Scrapped TO WS-Scrapped-Edit.
           MOVE CntrBal-BALANCE TO WS-Bal-Edit.
           MOVE WS-Line-Value TO WS-Unit-Edit.
           MOVE WS-Held-Value TO WS-Value-Edit.
           MOVE WS-Line-Need TO WS-Need-Edit.
           MOVE WS-Excess-Cnt TO WS-Excess-Edit.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "  " CntrBal-CONTAINER-TYPE " " WS-Shipped-Edit
              "  " WS-Received-Edit "   " WS-Scrapped-Edit
              "  " WS-Bal-Edit "   " WS-Unit-Edit
              " " WS-Value-Edit "  " WS-Need-Edit
              "  " WS-Excess-Edit "  " WS-Line-Flag
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.

       2900-Write-Stmt-Line.
           WRITE FD-CntrStmtRpt-Record.
           IF WS-CntrStmtRpt-Good
              ADD +1 TO FD-CntrStmtRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "container-stmt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Stmt-Line"
              DISPLAY "File Status: " WS-CntrStmtRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2950-Find-Cntr-Type.
           MOVE ZERO TO WS-Type-Match-IDX.
           PERFORM VARYING WS-Type-IDX FROM 1 BY 1
              UNTIL WS-Type-IDX > WS-Type-Cnt
              IF WS-Type-Code(WS-Type-IDX) = WS-Hold-Type
                 SET WS-Type-Match-IDX TO WS-Type-IDX
                 SET WS-Type-IDX TO WS-Type-Cnt
              END-IF
           END-PERFORM.

       3000-End-Job.
           DISPLAY "CNTRSTMT: 3000-End-Job".
           IF WS-Cur-Supplier NOT = SPACES
              PERFORM 2200-End-Supplier
           END-IF.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           MOVE WS-Total-Held-Cnt TO WS-Bal-Edit.
           MOVE WS-Total-Held-Value TO WS-Value-Edit.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "ALL SUPPLIERS  CONTAINERS HELD " WS-Bal-Edit
              " VALUE " WS-Value-Edit
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           MOVE WS-Flagged-Supplier-Cnt TO WS-Cnt-Edit.
           MOVE WS-Total-Excess-Value TO WS-Excess-Value-Edit.
           MOVE SPACES TO FD-CntrStmtRpt-Record.
           STRING "SUPPLIERS FLAGGED EXCESS " WS-Cnt-Edit
              " EXCESS VALUE " WS-Excess-Value-Edit
              DELIMITED BY SIZE INTO FD-CntrStmtRpt-Record.
           PERFORM 2900-Write-Stmt-Line.
           CLOSE CntrBal SuppOut CntrStmtRpt.
           PERFORM 3010-Write-Control.
           DISPLAY "  Cntr-Stmt: Balances Read:       "
              FD-CntrBal-Record-Cnt.
           DISPLAY "  Cntr-Stmt: Suppliers Stated:    "
              WS-Supplier-Cnt.
           DISPLAY "  Cntr-Stmt: Not On SUPPOUT:      "
              WS-No-Supplier-Cnt.
           DISPLAY "  Cntr-Stmt: Period Movements:    "
              WS-Period-Move-Cnt.
           DISPLAY "  Cntr-Stmt: Open POs Sized:      "
              WS-Sized-PO-Cnt.
           DISPLAY "  Cntr-Stmt: Excess Lines:        "
              WS-Excess-Line-Cnt.
           DISPLAY "  Cntr-Stmt: Suppliers Flagged:   "
              WS-Flagged-Supplier-Cnt.
           DISPLAY "  Cntr-Stmt: Negative Balances:   "
              WS-Negative-Line-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Today-Date TO FD-Ctl-Last-Stmt-Date.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "container-stmt-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
