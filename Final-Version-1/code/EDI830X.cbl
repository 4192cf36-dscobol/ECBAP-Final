      ***********************************************************
      * Program name:    EDI830X
      * Original author: David Stagowski
      *
      *    Description: Outbound EDI 830 planning schedule
      *       (forecast) extract.
      *
      *    Suppliers only learn of our needs when an 850 lands,
      *    which is one reason the lead times SUPPLEAD measures
      *    keep creeping up.  This is the weekly look ahead: it
      *    reads the forward demand on planning-demand.dat.txt
      *    (the BOM explosion's output once PROMOTE has put it
      *    live), nets each demand against the part's open PO
      *    quantity on POOUT (ordered minus received per the
      *    receipts-matching status file, closed POs skipped --
      *    the SHORTPRJ netting), and allocates what is left to a
      *    supplier through the PSAPXREF cross-reference.  The
      *    source chosen is the pairing most recently seen on a
      *    good record, the supplier currently shipping -- the
      *    same preference REQGEN uses.
      *
      *    Net needs are bucketed by week from today (a past-due
      *    need falls in the first week) over a 52-week horizon.
      *    A week inside the part's own WEEKS-LEAD-TIME is firm
      *    (FST02 C) -- it is already too late for the supplier
      *    to plan it any other way; later weeks are forecast
      *    (FST02 D).
      *
      *    One 830 interchange per supplier, ISA through IEA in
      *    the X12 004010 subset EDI850X writes: BFR, N1, then a
      *    LIN/UIT pair per part with one FST per week that has
      *    a need, CTT and the trailers.  The interchange control
      *    number comes off the control file EDI850X and EDI997X
      *    share, and each interchange is recorded on EDICTL so
      *    the supplier's 997 is matched back like an 850's.
      *    The control report lists what went to whom, and any
      *    part with a net need but no source on PSAPXREF.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-17 dastagg       Created for EDI 830 schedules
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI830X.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

           SELECT DemandFile
           ASSIGN TO "../data/planning-demand.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemandFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority
      *    -- read by PART-NUMBER for the unit of measure and
      *    WEEKS-LEAD-TIME.
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

      *    Next interchange control number -- shared with EDI850X
      *    and EDI997X.
           SELECT IcnControlFile
           ASSIGN TO "../data/edi-icn-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IcnControlFile-Status.

      *    EdiCtl's own SELECT in EDI850X.cbl is the authority.
           SELECT EdiCtl
           ASSIGN TO EDICTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EdiCtl-ICN
           FILE STATUS IS WS-EdiCtl-Status.

           SELECT EdiOutFile
           ASSIGN TO "../data/edi830-out.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EdiOutFile-Status.

           SELECT ControlRpt
           ASSIGN TO "../data/edi830-control-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ControlRpt-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  DemandFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Demand-Record.
           05 FD-Demand-Part            PIC X(23).
           05 FD-Demand-Req-Date        PIC 9(08).
           05 FD-Demand-Quantity        PIC 9(07).

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

       FD  IcnControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-IcnControl-Record.
           05 FD-Ctl-Next-ICN           PIC 9(09).

       FD  EdiCtl
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDICTL REPLACING ==:tag:== BY ==EdiCtl==.

       FD  EdiOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EdiOut-Record    PIC X(132).

       FD  ControlRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ControlRpt-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DemandFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IcnControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiCtl==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlRpt==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-DemandFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Interchange-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Lin-Total-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Fst-Total-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Source-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Part-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Supp-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Beyond-Horizon-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Covered-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Part-Row-Found-Flag       PIC X.
              88 WS-Part-Row-Found            VALUE 'Y'.
              88 WS-Part-Row-Not-Found        VALUE 'N'.
           12 WS-Stat-Found-Flag           PIC X.
              88 WS-Stat-Found                VALUE 'Y'.
              88 WS-Stat-Not-Found            VALUE 'N'.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              88 WS-Supp-Seen-Found           VALUE 'Y'.
              88 WS-Supp-Seen-Not-Found       VALUE 'N'.
           12 WS-Supp-Master-Found-Flag    PIC X.
              88 WS-Supp-Master-Found         VALUE 'Y'.
              88 WS-Supp-Master-Not-Found     VALUE 'N'.
           12 WS-Xref-Browse-Flag          PIC X VALUE 'N'.
              88 WS-Xref-Browse-Done          VALUE 'Y'.
              88 WS-Xref-Browse-More          VALUE 'N'.

       01  WS-Closed-PO-Storage.
      *    PO status rows -- a closed PO's quantity is no longer
      *    coverage, and an open PO only covers what is still
      *    unreceived.
           12 WS-Stat-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Stat-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Stat-Cnt
              INDEXED BY WS-Stat-IDX.
              15 WS-Stat-PO-Number     PIC X(06).
              15 WS-Stat-Status        PIC X(01).
                 88 WS-Stat-Closed        VALUE 'C'.
              15 WS-Stat-Qty-Received  PIC S9(8) COMP VALUE ZERO.

       01  WS-Part-Table-Storage.
      *    One row per part on an open PO or a demand: the open
      *    PO quantity still unconsumed by netting, the source
      *    picked from PSAPXREF, and the net need per week.
           12 WS-Part-Max-Element-Counter  PIC S9(4) COMP VALUE +2000.
           12 WS-Part-Occurs-Dep-Counter   PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Part-Occurs-Dep-Counter
              INDEXED BY WS-Part-IDX.
              15 WS-Part-Number        PIC X(23).
              15 WS-Part-Open-Qty      PIC S9(9) COMP VALUE ZERO.
              15 WS-Part-Supplier      PIC X(10).
              15 WS-Part-Uom           PIC X(03).
              15 WS-Part-Lead-Weeks    PIC S9(4) COMP VALUE ZERO.
              15 WS-Part-Sourced-Flag  PIC X(01).
                 88 WS-Part-Sourced       VALUE 'Y'.
                 88 WS-Part-Not-Sourced   VALUE 'N'.
                 88 WS-Part-Source-Unset  VALUE ' '.
              15 WS-Part-Need-Flag     PIC X(01).
                 88 WS-Part-Has-Need      VALUE 'Y'.
              15 WS-Part-Week-Qty OCCURS 52 TIMES
                                       PIC S9(9) COMP.

       01  WS-Supp-Seen-Storage.
      *    The suppliers allocated a need, in first-seen order --
      *    one interchange is built per entry.
           12 WS-Supp-Seen-Max-Cnt         PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Seen-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Seen-Cnt
              INDEXED BY WS-Supp-Seen-IDX.
              15 WS-Supp-Seen-Code         PIC X(10).
              15 WS-Supp-Seen-Part-Cnt     PIC S9(5) COMP VALUE ZERO.
              15 WS-Supp-Seen-Firm-Qty     PIC S9(9) COMP VALUE ZERO.
              15 WS-Supp-Seen-Fcst-Qty     PIC S9(9) COMP VALUE ZERO.

       01  WS-Xref-Work.
           12 WS-Find-Part                 PIC X(23) VALUE SPACES.
           12 WS-Xref-Hold-Part            PIC X(23) VALUE SPACES.
           12 WS-Best-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Best-Seen-Date            PIC X(08) VALUE SPACES.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Req-Date-Int              PIC 9(10) VALUE ZERO.
           12 WS-Week-Start-Int            PIC 9(10) VALUE ZERO.
           12 WS-Week-Start-Date           PIC 9(08) VALUE ZERO.
           12 WS-Horizon-End-Date          PIC 9(08) VALUE ZERO.
           12 WS-Horizon-Weeks             PIC S9(4) COMP VALUE +52.
           12 WS-Week-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Days-Out                  PIC S9(7) COMP VALUE ZERO.

       01  WS-Netting-Work.
           12 WS-Open-Remaining            PIC S9(9) COMP VALUE ZERO.
           12 WS-Net-Need-Qty              PIC S9(9) COMP VALUE ZERO.

       01  WS-Current-Interchange.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Cur-ICN                   PIC 9(09) VALUE ZERO.
           12 WS-Cur-Seg-Cnt               PIC 9(06) VALUE ZERO.
           12 WS-Cur-Lin-Cnt               PIC 9(06) VALUE ZERO.
           12 WS-Cur-Run-Date              PIC X(08) VALUE SPACES.
           12 WS-Cur-Run-Time              PIC X(04) VALUE SPACES.
           12 WS-Next-ICN                  PIC 9(09) VALUE 1.
           12 WS-Fst-Type                  PIC X(01) VALUE SPACES.

       01  WS-Edit-Fields.
           12 WS-Qty-Edit                  PIC 9(07) VALUE ZERO.
           12 WS-ICN-Edit                  PIC 9(09) VALUE ZERO.
           12 WS-Seg-Edit                  PIC 9(06) VALUE ZERO.
           12 WS-Cnt-Edit                  PIC ZZZZ9.
           12 WS-Firm-Edit                 PIC Z(8)9.
           12 WS-Fcst-Edit                 PIC Z(8)9.
           12 WS-Need-Edit                 PIC Z(8)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Net-Demands UNTIL WS-DemandFile-EOF.
           CLOSE DemandFile.
           PERFORM 2300-Collect-Suppliers
              VARYING WS-Part-IDX FROM 1 BY 1
              UNTIL WS-Part-IDX > WS-Part-Occurs-Dep-Counter.
           PERFORM 2500-Build-One-Interchange
              VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "EDI830X: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Cur-Run-Date.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Cur-Run-Time.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           COMPUTE WS-Week-Start-Int =
              WS-Today-Int + (WS-Horizon-Weeks * 7) - 1.
           COMPUTE WS-Horizon-End-Date =
              FUNCTION DATE-OF-INTEGER(WS-Week-Start-Int).
           PERFORM 1010-Read-Icn-Control.
           PERFORM 1020-Load-Po-Status.
           PERFORM 1030-Load-Open-Po-Qty.
           OPEN INPUT PartOut SuppOut XrefFile.
           OPEN I-O EdiCtl.
           IF NOT WS-EdiCtl-Good
              OPEN OUTPUT EdiCtl
              CLOSE EdiCtl
              OPEN I-O EdiCtl
           END-IF.
           OPEN OUTPUT EdiOutFile.
           OPEN OUTPUT ControlRpt.
           MOVE SPACES TO FD-ControlRpt-Record.
           STRING "EDI 830 PLANNING SCHEDULE -- RUN " WS-Today-Date
              " -- HORIZON THROUGH " WS-Horizon-End-Date
              DELIMITED BY SIZE INTO FD-ControlRpt-Record.
           PERFORM 2960-Write-Control-Rpt-Line.
           OPEN INPUT DemandFile.

      *    A missing control file just means the first run --
      *    numbering starts at 1.
       1010-Read-Icn-Control.
           OPEN INPUT IcnControlFile.
           IF WS-IcnControlFile-Good
              READ IcnControlFile
              IF WS-IcnControlFile-Good
                 IF FD-Ctl-Next-ICN IS NUMERIC AND
                    FD-Ctl-Next-ICN > ZERO
                    MOVE FD-Ctl-Next-ICN TO WS-Next-ICN
                 END-IF
              END-IF
           END-IF.
           CLOSE IcnControlFile.

       1020-Load-Po-Status.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1025-Load-One-Status
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1025-Load-One-Status.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF WS-Stat-Cnt >= WS-Stat-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Closed-PO-Storage" TO WS-Msg-Insert
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
              IF FD-PoStatus-Record(15:7) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FD-PoStatus-Record(15:7)) TO
                    WS-Stat-Qty-Received(WS-Stat-IDX)
              END-IF
           END-IF.

       1030-Load-Open-Po-Qty.
           OPEN INPUT PoOut.
           PERFORM 1035-Load-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1035-Load-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 1040-Find-Status-Row
                 MOVE PoOut-QUANTITY TO WS-Open-Remaining
                 IF WS-Stat-Found
                    IF WS-Stat-Closed(WS-Stat-Match-IDX)
                       MOVE ZERO TO WS-Open-Remaining
                    ELSE
                       COMPUTE WS-Open-Remaining =
                          PoOut-QUANTITY -
                          WS-Stat-Qty-Received(WS-Stat-Match-IDX)
                    END-IF
                 END-IF
                 IF WS-Open-Remaining > ZERO
                    MOVE PoOut-PART-NUMBER TO WS-Find-Part
                    PERFORM 2110-Find-Part-Row
                    IF WS-Part-Row-Not-Found
                       PERFORM 1050-Add-Part-Row
                    END-IF
                    ADD WS-Open-Remaining TO
                       WS-Part-Open-Qty(WS-Part-Match-IDX)
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1035-Load-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1040-Find-Status-Row.
           SET WS-Stat-Not-Found TO TRUE.
           MOVE ZERO TO WS-Stat-Match-IDX.
           PERFORM VARYING WS-Stat-IDX FROM 1 BY 1
              UNTIL WS-Stat-IDX > WS-Stat-Cnt
              IF WS-Stat-PO-Number(WS-Stat-IDX) = PoOut-PO-NUMBER
                 SET WS-Stat-Found TO TRUE
                 SET WS-Stat-Match-IDX TO WS-Stat-IDX
                 SET WS-Stat-IDX TO WS-Stat-Cnt
              END-IF
           END-PERFORM.

       1050-Add-Part-Row.
           IF WS-Part-Occurs-Dep-Counter >=
              WS-Part-Max-Element-Counter
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1050-Add-Part-Row"
              DISPLAY "WS table size is too small for this run."
              DISPLAY "Increase WS-Part-Table-Storage variables."
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Part-Occurs-Dep-Counter.
           SET WS-Part-Match-IDX TO WS-Part-Occurs-Dep-Counter.
           MOVE WS-Find-Part TO WS-Part-Number(WS-Part-Match-IDX).
           MOVE ZERO TO WS-Part-Open-Qty(WS-Part-Match-IDX)
                        WS-Part-Lead-Weeks(WS-Part-Match-IDX).
           MOVE SPACES TO WS-Part-Supplier(WS-Part-Match-IDX)
                          WS-Part-Uom(WS-Part-Match-IDX)
                          WS-Part-Sourced-Flag(WS-Part-Match-IDX)
                          WS-Part-Need-Flag(WS-Part-Match-IDX).
           PERFORM 1055-Clear-One-Week
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > WS-Horizon-Weeks.

       1055-Clear-One-Week.
           MOVE ZERO TO
              WS-Part-Week-Qty(WS-Part-Match-IDX, WS-Week-Sub).

       2000-Net-Demands.
           READ DemandFile
              AT END SET WS-DemandFile-EOF TO TRUE
           END-READ.
           IF WS-DemandFile-Good
              ADD +1 TO FD-DemandFile-Record-Cnt
              PERFORM 2100-Net-One-Demand
           ELSE
              IF WS-DemandFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Net-Demands"
                 DISPLAY "Read DemandFile Failed."
                 DISPLAY "File Status: " WS-DemandFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    Demands are netted in the order the planning system
      *    sends them, as SHORTPRJ does; whatever the open POs
      *    don't cover goes into the demand's week.
       2100-Net-One-Demand.
           MOVE FD-Demand-Part TO WS-Find-Part.
           PERFORM 2110-Find-Part-Row.
           IF WS-Part-Row-Not-Found
              PERFORM 1050-Add-Part-Row
           END-IF.
           IF FD-Demand-Quantity > WS-Part-Open-Qty(WS-Part-Match-IDX)
              COMPUTE WS-Net-Need-Qty =
                 FD-Demand-Quantity -
                 WS-Part-Open-Qty(WS-Part-Match-IDX)
              MOVE ZERO TO WS-Part-Open-Qty(WS-Part-Match-IDX)
           ELSE
              MOVE ZERO TO WS-Net-Need-Qty
              SUBTRACT FD-Demand-Quantity FROM
                 WS-Part-Open-Qty(WS-Part-Match-IDX)
              ADD +1 TO WS-Covered-Cnt
           END-IF.
           IF WS-Net-Need-Qty > ZERO
              PERFORM 2120-Bucket-Need
           END-IF.

       2110-Find-Part-Row.
           SET WS-Part-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Part-Match-IDX.
           PERFORM VARYING WS-Part-IDX FROM 1 BY 1
              UNTIL WS-Part-IDX > WS-Part-Occurs-Dep-Counter
              IF WS-Part-Number(WS-Part-IDX) = WS-Find-Part
                 SET WS-Part-Row-Found TO TRUE
                 SET WS-Part-Match-IDX TO WS-Part-IDX
                 SET WS-Part-IDX TO WS-Part-Occurs-Dep-Counter
              END-IF
           END-PERFORM.

      *    Week 1 starts today; anything already past due is
      *    wanted now and lands there too.
       2120-Bucket-Need.
           MOVE 1 TO WS-Week-Sub.
           IF FD-Demand-Req-Date IS NUMERIC
              MOVE FD-Demand-Req-Date TO WS-Hold-Date
              COMPUTE WS-Req-Date-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Date)
              IF WS-Req-Date-Int > WS-Today-Int
                 COMPUTE WS-Days-Out = WS-Req-Date-Int - WS-Today-Int
                 COMPUTE WS-Week-Sub = (WS-Days-Out / 7) + 1
              END-IF
           END-IF.
           IF WS-Week-Sub > WS-Horizon-Weeks
              ADD +1 TO WS-Beyond-Horizon-Cnt
           ELSE
              ADD WS-Net-Need-Qty TO
                 WS-Part-Week-Qty(WS-Part-Match-IDX, WS-Week-Sub)
              MOVE 'Y' TO WS-Part-Need-Flag(WS-Part-Match-IDX)
           END-IF.

      *    Each part with a need gets its source, unit of measure
      *    and lead time once, and its supplier a place in the
      *    interchange list.
       2300-Collect-Suppliers.
           IF WS-Part-Has-Need(WS-Part-IDX)
              PERFORM 2310-Pick-Source
              PERFORM 2320-Get-Part-Master
              IF WS-Part-Sourced(WS-Part-IDX)
                 PERFORM 2330-Note-Supplier
              ELSE
                 ADD +1 TO WS-No-Source-Cnt
                 PERFORM 2340-Write-No-Source-Line
              END-IF
           END-IF.

      *    Browse every pairing for the part on the cross-
      *    reference and keep the most recently seen one.
       2310-Pick-Source.
           MOVE SPACES TO WS-Best-Supplier WS-Best-Seen-Date.
           MOVE WS-Part-Number(WS-Part-IDX) TO WS-Xref-Hold-Part.
           SET WS-Xref-Browse-More TO TRUE.
           MOVE WS-Xref-Hold-Part TO Xref-XREF-PART-NUMBER.
           MOVE LOW-VALUES TO Xref-XREF-SUPPLIER-CODE.
           START XrefFile KEY >= Xref-XREF-KEY
              INVALID KEY SET WS-Xref-Browse-Done TO TRUE
           END-START.
           PERFORM 2315-Consider-One-Pairing
              UNTIL WS-Xref-Browse-Done.
           IF WS-Best-Supplier = SPACES
              SET WS-Part-Not-Sourced(WS-Part-IDX) TO TRUE
           ELSE
              SET WS-Part-Sourced(WS-Part-IDX) TO TRUE
              MOVE WS-Best-Supplier TO WS-Part-Supplier(WS-Part-IDX)
           END-IF.

       2315-Consider-One-Pairing.
           READ XrefFile NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-PART-NUMBER = WS-Xref-Hold-Part
              IF WS-Best-Supplier = SPACES OR
                 Xref-XREF-LAST-SEEN-DATE > WS-Best-Seen-Date
                 MOVE Xref-XREF-SUPPLIER-CODE TO WS-Best-Supplier
                 MOVE Xref-XREF-LAST-SEEN-DATE TO WS-Best-Seen-Date
              END-IF
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

      *    A part no longer on PARTOUT goes out in EA with no
      *    firm weeks, and is counted on the control report.
       2320-Get-Part-Master.
           MOVE WS-Part-Number(WS-Part-IDX) TO PartOut-PART-NUMBER.
           READ PartOut
              INVALID KEY
                 ADD +1 TO WS-No-Part-Cnt
                 MOVE "EA " TO WS-Part-Uom(WS-Part-IDX)
                 MOVE ZERO TO WS-Part-Lead-Weeks(WS-Part-IDX)
              NOT INVALID KEY
                 MOVE PartOut-UNIT-OF-MEASURE TO
                    WS-Part-Uom(WS-Part-IDX)
                 MOVE PartOut-WEEKS-LEAD-TIME TO
                    WS-Part-Lead-Weeks(WS-Part-IDX)
           END-READ.

       2330-Note-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt
              IF WS-Supp-Seen-Code(WS-Supp-Seen-IDX) =
                 WS-Part-Supplier(WS-Part-IDX)
                 SET WS-Supp-Seen-Found TO TRUE
                 SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              END-IF
           END-PERFORM.
           IF WS-Supp-Seen-Not-Found
              IF WS-Supp-Seen-Cnt >= WS-Supp-Seen-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Supp-Seen-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Supp-Seen-Cnt
              SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              MOVE WS-Part-Supplier(WS-Part-IDX) TO
                 WS-Supp-Seen-Code(WS-Supp-Seen-IDX)
              MOVE ZERO TO WS-Supp-Seen-Part-Cnt(WS-Supp-Seen-IDX)
                           WS-Supp-Seen-Firm-Qty(WS-Supp-Seen-IDX)
                           WS-Supp-Seen-Fcst-Qty(WS-Supp-Seen-IDX)
           END-IF.

       2340-Write-No-Source-Line.
           MOVE ZERO TO WS-Net-Need-Qty.
           PERFORM 2345-Add-Week-To-Total
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > WS-Horizon-Weeks.
           MOVE WS-Net-Need-Qty TO WS-Need-Edit.
           MOVE SPACES TO FD-ControlRpt-Record.
           STRING "NO SOURCE ON PSAPXREF  PART "
              WS-Part-Number(WS-Part-IDX)
              "  NET NEED " WS-Need-Edit
              DELIMITED BY SIZE INTO FD-ControlRpt-Record.
           PERFORM 2960-Write-Control-Rpt-Line.

       2345-Add-Week-To-Total.
           ADD WS-Part-Week-Qty(WS-Part-IDX, WS-Week-Sub) TO
              WS-Net-Need-Qty.

      *    One ISA..IEA envelope per supplier: the BFR header and
      *    N1, then every sourced part allocated to the supplier.
       2500-Build-One-Interchange.
           MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
              WS-Cur-Supplier.
           ADD +1 TO WS-Interchange-Cnt.
           MOVE WS-Next-ICN TO WS-Cur-ICN.
           ADD 1 TO WS-Next-ICN.
           MOVE ZERO TO WS-Cur-Seg-Cnt WS-Cur-Lin-Cnt.

           MOVE WS-Cur-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 SET WS-Supp-Master-Not-Found TO TRUE
                 ADD +1 TO WS-No-Supp-Cnt
              NOT INVALID KEY
                 SET WS-Supp-Master-Found TO TRUE
           END-READ.

           PERFORM 2600-Write-Envelope-Header.
           PERFORM 2700-Write-One-Part
              VARYING WS-Part-IDX FROM 1 BY 1
              UNTIL WS-Part-IDX > WS-Part-Occurs-Dep-Counter.
           PERFORM 2800-Write-Envelope-Trailer.
           PERFORM 2850-Write-Control-Line.
           PERFORM 2860-Log-Interchange.

       2600-Write-Envelope-Header.
           MOVE WS-Cur-ICN TO WS-ICN-Edit.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "ISA*00*          *00*          *ZZ*PSAPPLANT      "
              "*ZZ*" WS-Cur-Supplier " " DELIMITED BY SIZE
              "*" WS-Cur-Run-Date(3:6) "*" WS-Cur-Run-Time
              "*U*00401*" WS-ICN-Edit "*0*P*>"
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE SPACES TO FD-EdiOut-Record.
           STRING "GS*PS*PSAPPLANT*" WS-Cur-Supplier
              DELIMITED BY SPACE
              "*" WS-Cur-Run-Date "*" WS-Cur-Run-Time
              "*" WS-ICN-Edit "*X*004010"
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE SPACES TO FD-EdiOut-Record.
           STRING "ST*830*0001" DELIMITED BY SIZE
              INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.
           ADD 1 TO WS-Cur-Seg-Cnt.

      *    BFR: original (00), release number = run date,
      *    delivery-based (DL) actual discrete quantities (A),
      *    horizon start and end, and the date generated.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "BFR*00**" WS-Cur-Run-Date "*DL*A*"
              WS-Today-Date "*" WS-Horizon-End-Date
              "*" WS-Cur-Run-Date
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.
           ADD 1 TO WS-Cur-Seg-Cnt.

           IF WS-Supp-Master-Found
              MOVE SPACES TO FD-EdiOut-Record
              STRING "N1*SE*" SuppOut-SUPPLIER-NAME "*92*"
                 DELIMITED BY SIZE
                 WS-Cur-Supplier DELIMITED BY SPACE
                 INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
           END-IF.

       2700-Write-One-Part.
           IF WS-Part-Sourced(WS-Part-IDX) AND
              WS-Part-Supplier(WS-Part-IDX) = WS-Cur-Supplier
              ADD 1 TO WS-Cur-Lin-Cnt
              ADD +1 TO WS-Lin-Total-Cnt
              ADD +1 TO WS-Supp-Seen-Part-Cnt(WS-Supp-Seen-IDX)
              MOVE SPACES TO FD-EdiOut-Record
              STRING "LIN**BP*" WS-Part-Number(WS-Part-IDX)
                 DELIMITED BY SPACE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
              MOVE SPACES TO FD-EdiOut-Record
              STRING "UIT*" WS-Part-Uom(WS-Part-IDX)
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
              PERFORM 2710-Write-One-Week
                 VARYING WS-Week-Sub FROM 1 BY 1
                 UNTIL WS-Week-Sub > WS-Horizon-Weeks
           END-IF.

      *    FST: quantity, C firm / D planning, W weekly bucket,
      *    and the bucket's start date.
       2710-Write-One-Week.
           IF WS-Part-Week-Qty(WS-Part-IDX, WS-Week-Sub) > ZERO
              COMPUTE WS-Week-Start-Int =
                 WS-Today-Int + ((WS-Week-Sub - 1) * 7)
              COMPUTE WS-Week-Start-Date =
                 FUNCTION DATE-OF-INTEGER(WS-Week-Start-Int)
              MOVE WS-Part-Week-Qty(WS-Part-IDX, WS-Week-Sub) TO
                 WS-Qty-Edit
              IF WS-Week-Sub <= WS-Part-Lead-Weeks(WS-Part-IDX)
                 MOVE "C" TO WS-Fst-Type
                 ADD WS-Part-Week-Qty(WS-Part-IDX, WS-Week-Sub) TO
                    WS-Supp-Seen-Firm-Qty(WS-Supp-Seen-IDX)
              ELSE
                 MOVE "D" TO WS-Fst-Type
                 ADD WS-Part-Week-Qty(WS-Part-IDX, WS-Week-Sub) TO
                    WS-Supp-Seen-Fcst-Qty(WS-Supp-Seen-IDX)
              END-IF
              MOVE SPACES TO FD-EdiOut-Record
              STRING "FST*" WS-Qty-Edit "*" WS-Fst-Type "*W*"
                 WS-Week-Start-Date
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line
              ADD 1 TO WS-Cur-Seg-Cnt
              ADD +1 TO WS-Fst-Total-Cnt
           END-IF.

       2800-Write-Envelope-Trailer.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "CTT*" WS-Cur-Lin-Cnt
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.
           ADD 1 TO WS-Cur-Seg-Cnt.

      *    SE count covers ST through SE inclusive.
           COMPUTE WS-Seg-Edit = WS-Cur-Seg-Cnt + 1.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "SE*" WS-Seg-Edit "*0001"
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE WS-Cur-ICN TO WS-ICN-Edit.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "GE*1*" WS-ICN-Edit
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE SPACES TO FD-EdiOut-Record.
           STRING "IEA*1*" WS-ICN-Edit
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

       2850-Write-Control-Line.
           MOVE WS-Supp-Seen-Part-Cnt(WS-Supp-Seen-IDX) TO
              WS-Cnt-Edit.
           MOVE WS-Supp-Seen-Firm-Qty(WS-Supp-Seen-IDX) TO
              WS-Firm-Edit.
           MOVE WS-Supp-Seen-Fcst-Qty(WS-Supp-Seen-IDX) TO
              WS-Fcst-Edit.
           MOVE SPACES TO FD-ControlRpt-Record.
           STRING "INTERCHANGE " WS-ICN-Edit
              "  SUPPLIER " WS-Cur-Supplier
              "  PARTS " WS-Cnt-Edit
              "  FIRM QTY " WS-Firm-Edit
              "  FORECAST QTY " WS-Fcst-Edit
              DELIMITED BY SIZE INTO FD-ControlRpt-Record.
           IF WS-Supp-Master-Not-Found
              STRING "  *NOT ON SUPPOUT*" DELIMITED BY SIZE
                 INTO FD-ControlRpt-Record(100:20)
           END-IF.
           PERFORM 2960-Write-Control-Rpt-Line.

      *    Logged like an 850 so EDI997IN can match the 997.
       2860-Log-Interchange.
           MOVE SPACES TO EdiCtl-EDI-CTL-REC.
           MOVE WS-Cur-ICN TO EdiCtl-ICN.
           MOVE WS-Cur-ICN TO EdiCtl-GROUP-CONTROL.
           MOVE WS-Cur-Supplier TO EdiCtl-SUPPLIER-CODE.
           MOVE "830" TO EdiCtl-DOC-TYPE.
           MOVE 1 TO EdiCtl-SET-CNT.
           MOVE WS-Cur-Run-Date TO EdiCtl-SENT-DATE.
           MOVE WS-Cur-Run-Time TO EdiCtl-SENT-TIME.
           MOVE ZERO TO EdiCtl-ACK-DATE EdiCtl-ACK-TIME.
           WRITE EdiCtl-EDI-CTL-REC.
           IF NOT WS-EdiCtl-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "EDICTL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2860-Log-Interchange"
              DISPLAY "File Status: " WS-EdiCtl-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2950-Write-Edi-Line.
           WRITE FD-EdiOut-Record.
           IF NOT WS-EdiOutFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2950-Write-Edi-Line"
              DISPLAY "Write EdiOutFile Failed."
              DISPLAY "File Status: " WS-EdiOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2960-Write-Control-Rpt-Line.
           WRITE FD-ControlRpt-Record.
           IF NOT WS-ControlRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2960-Write-Control-Rpt-Line"
              DISPLAY "Write ControlRpt Failed."
              DISPLAY "File Status: " WS-ControlRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "EDI830X: 3000-End-Job".
           CLOSE PartOut SuppOut XrefFile EdiCtl EdiOutFile
                 ControlRpt.
           IF WS-Interchange-Cnt > ZERO
              PERFORM 3010-Write-Icn-Control
           END-IF.
           DISPLAY "  Edi-830: Demands Read:         "
              FD-DemandFile-Record-Cnt.
           DISPLAY "  Edi-830: Covered By Open POs:  "
              WS-Covered-Cnt.
           DISPLAY "  Edi-830: Beyond Horizon:       "
              WS-Beyond-Horizon-Cnt.
           DISPLAY "  Edi-830: Interchanges Written: "
              WS-Interchange-Cnt.
           DISPLAY "  Edi-830: LIN Parts Written:    "
              WS-Lin-Total-Cnt.
           DISPLAY "  Edi-830: FST Weeks Written:    "
              WS-Fst-Total-Cnt.
           DISPLAY "  Edi-830: Parts With No Source: "
              WS-No-Source-Cnt.
           DISPLAY "  Edi-830: Parts Not On PARTOUT: "
              WS-No-Part-Cnt.
           DISPLAY "  Edi-830: Suppliers Not Found:  "
              WS-No-Supp-Cnt.

       3010-Write-Icn-Control.
           OPEN OUTPUT IcnControlFile.
           MOVE WS-Next-ICN TO FD-Ctl-Next-ICN.
           WRITE FD-IcnControl-Record.
           IF NOT WS-IcnControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi-icn-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Icn-Control"
              DISPLAY "File Status: " WS-IcnControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE IcnControlFile.
