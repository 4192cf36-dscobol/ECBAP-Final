      *    Status codes: 'O' open (nothing received), 'P' partial,
      *    'C' closed (received >= ordered).
      *
      *    Every receipt matched to a PO, and every inspection
      *    reject, is also appended to the pending stock
      *    transaction file for STOCKLED to post to on-hand.
      *
      *    Receipts and inspections may carry the supplier's lot
      *    (heat) number after their original fields.  A receipt
      *    with a lot is kept on the keyed lot history (LOTHIST)
      *    with its PO, part, supplier, date and quantity; an
      *    inspection reject with a lot adds to that lot's most
      *    recent receipt on the PO.  Lines without a lot are
      *    processed exactly as before.
      *
      *    A PO whose POOUT image carries delivery-schedule lines
      *    is received line by line as well: each receipt fills
      *    the open line with the oldest due date first, spilling
      *    into the next, and an inspection reject backs out of
      *    the newest filled line.  The line status goes to its
      *    own -new file and control line beside the PO status
      *    (PROMOTE pair SCHDSTAT) for POAGING to age open lines
      *    on their own due dates.  A line filled after its due
      *    date is reported.
      *
      *    Our parts arrive in company-owned returnable racks and
      *    totes.  Each matched receipt of a part on the part
      *    container reference (PARTCNTR) is also appended to the
      *    pending container movements as containers received
      *    full -- the quantity over the part's pieces per
      *    container, a part-filled container counting as one --
      *    for CNTRPOST to credit against the supplier's balance.
      *
      *    A receipt may carry the plant it was posted at after
      *    the lot.  A receipt posted at a plant other than its
      *    PO's ship-to plant on POOUT is rejected -- reported as
      *    WRONG PLANT and nothing is received against the PO --
      *    so the goods can be sent on to the right dock.  A
      *    receipt with no plant, or a PO with none, is taken as
      *    before.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      *                          dock count, and rejects by
      *                          defect code append to the
      *                          supplier quality trend file.
      * 2026-09-10 dastagg       Receipts and inspection rejects
      *                          appended to the pending stock
      *                          transactions for STOCKLED.
      * 2026-09-11 dastagg       Supplier lot number on receipts
      *                          and inspections, kept on the
      *                          keyed lot history for recall
      *                          containment.
      * 2026-09-25 dastagg       Inspection reject rows on the
      *                          quality trend file broken out by
      *                          part as well as defect code, so
      *                          SCARGEN can name the part on the
      *                          corrective actions it opens.
      * 2026-09-30 dastagg       Receipts checked against the dock
      *                          appointments DOCKSCHD booked -- a
      *                          receipt on a day other than its
      *                          PO's appointment is reported.
      * 2026-10-15 dastagg       Receipts fill the PO's delivery-
      *                          schedule lines oldest due date
      *                          first; line status staged on
      *                          po-sched-status-new for PROMOTE.
      * 2026-10-15 dastagg       Receipts credit the returnable
      *                          containers they came in, on the
      *                          pending container movements for
      *                          CNTRPOST.
      * 2026-10-15 dastagg       Receipt plant checked against the
      *                          PO's ship-to plant -- a receipt at
      *                          the wrong plant is rejected.
      * 2026-10-15 dastagg       An inspection reject that cannot
      *                          be read back or rewritten on the
      *                          lot history stops the run, as a
      *                          lot receipt does.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusCtlFile-Status.

      *    Delivery-schedule line status, the same review-then-
      *    promote pattern as the PO status.  A missing prior
      *    file just means no schedule line received yet.
           SELECT SchedStatusFile
           ASSIGN TO "../data/po-sched-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedStatusFile-Status.

           SELECT SchedStatusOutFile
           ASSIGN TO "../data/po-sched-status-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedStatusOutFile-Status.

           SELECT SchedCtlFile
           ASSIGN TO "../data/po-sched-status-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedCtlFile-Status.

           SELECT MatchRpt
           ASSIGN TO "../data/po-receipt-match-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DueInFile-Status.

      *    DOCKSCHD's SELECT is the authority.  A missing file just
      *    means the dock isn't booking appointments -- no receipt
      *    is checked against one.
           SELECT ApptFile
           ASSIGN TO "../data/dock-appointments.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApptFile-Status.

      *    Inspection results: of the dock count, what was
      *    actually usable.  A missing file just means inspection
      *    hasn't reported -- status stays at dock count, same as
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SuppQualityFile-Status.

      *    Keyed lot history -- the LOTINQ containment inquiry
      *    reads it.  Opened I-O; a missing file is created on
      *    first use.
           SELECT LotHist
           ASSIGN TO LOTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotHist-LOT-KEY
           ALTERNATE RECORD KEY IS LotHist-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-LotHist-Status.

      *    STOCKLED's SELECT is the authority -- appended to, so
      *    a RETURNS run the same day adds to the same file.
           SELECT StockTxnFile
           ASSIGN TO "../data/stock-txn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockTxnFile-Status.

      *    CNTRMNT's promoted part container reference.  A
      *    missing file just means no part is tracked yet.
           SELECT PartCntrFile
           ASSIGN TO "../data/part-container.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartCntrFile-Status.

      *    CNTRPOST's SELECT is the authority -- appended to, so
      *    the dock's empties shipped the same day add to the
      *    same file.
           SELECT CntrMoveFile
           ASSIGN TO "../data/container-moves.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CntrMoveFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           05 FD-Receipt-PO-Number      PIC X(06).
           05 FD-Receipt-Date           PIC 9(08).
           05 FD-Receipt-Quantity       PIC 9(07).
           05 FD-Receipt-Lot            PIC X(15).
           05 FD-Receipt-Plant          PIC X(03).

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  SchedStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCHDSTAT REPLACING ==:tag:== BY ==SchdIn==.

       FD  SchedStatusOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCHDSTAT REPLACING ==:tag:== BY ==SchdOut==.

       FD  SchedCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SchedCtl-Record.
           05 FD-SchedCtl-Count         PIC 9(09).
           05 FD-SchedCtl-Hash          PIC 9(13).

       FD  MatchRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05 FD-Inspect-Qty-Accepted   PIC 9(07).
           05 FD-Inspect-Qty-Rejected   PIC 9(07).
           05 FD-Inspect-Defect-Code    PIC X(03).
           05 FD-Inspect-Lot            PIC X(15).

       FD  SuppQualityFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppQuality-Record        PIC X(110).

       FD  LotHist
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LOTHIST REPLACING ==:tag:== BY ==LotHist==.

       FD  StockTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STKTXN REPLACING ==:tag:== BY ==StkTxn==.

       FD  PartCntrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCNTR REPLACING ==:tag:== BY ==Pcn==.

       FD  CntrMoveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CNTRMOVE REPLACING ==:tag:== BY ==CntrMv==.

       FD  DueInFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05 FD-DueIn-Part             PIC X(23).
           05 FD-DueIn-Quantity         PIC 9(07).
           05 FD-DueIn-Arrival-Date     PIC 9(08).
           05 FD-DueIn-Ship-Plant       PIC X(03).

       FD  ApptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCKAPPT REPLACING ==:tag:== BY ==Appt==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StatusCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InspectFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppQualityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StockTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LotHist==.
           COPY WSFST REPLACING ==:tag:== BY ==ApptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedStatusOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartCntrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CntrMoveFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoStatusOut-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-MatchRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-InspectFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-StockTxn-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-SchedStatus-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-SchedStatusOut-Record-Cnt PIC S9(4) COMP VALUE ZERO.
           12 FD-CntrMove-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Match-Counters.
           12 WS-Unknown-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Transit-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Inspect-Unknown-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Inspect-Reopened-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Lot-Receipt-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Lot-Reject-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Lot-Unmatched-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Off-Appt-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Wrong-Plant-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Late-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Beyond-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Open-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Partial-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Closed-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-PO-Row-Found-Flag         PIC X.
              15 WS-PO-In-Transit-Flag PIC X(01).
                 88 WS-PO-In-Transit      VALUE 'T'.
              15 WS-PO-Supplier        PIC X(10).
              15 WS-PO-Part            PIC X(23).
              15 WS-PO-Sched-Lines     PIC S9(4) COMP VALUE ZERO.
              15 WS-PO-Ship-Plant      PIC X(03).

       01  WS-Sched-Line-Storage.
      *    Every delivery-schedule line of the POs on file -- the
      *    lines on today's POOUT, and any carried forward on the
      *    prior schedule status file.
           12 WS-SL-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-SL-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-SL-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-SL-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-SL-Cnt
              INDEXED BY WS-SL-IDX.
              15 WS-SL-PO-Number       PIC X(06).
              15 WS-SL-Line-No         PIC 9(02).
              15 WS-SL-Due-Date        PIC X(08).
              15 WS-SL-Sched-Qty       PIC S9(8) COMP VALUE ZERO.
              15 WS-SL-Received        PIC S9(8) COMP VALUE ZERO.
              15 WS-SL-Last-Receipt    PIC X(08).
           12 WS-SL-Sub                    PIC S9(4) COMP VALUE ZERO.
           12 WS-SL-Remaining              PIC S9(8) COMP VALUE ZERO.
           12 WS-SL-Apply                  PIC S9(8) COMP VALUE ZERO.
           12 WS-SL-Hold-Line-No           PIC 9(02) VALUE ZERO.
           12 WS-SL-Hold-Date              PIC X(08) VALUE SPACES.
           12 WS-New-Sched-Hash            PIC 9(13) VALUE ZERO.

       01  WS-Inspect-Quality-Storage.
      *    Inspection rejects per supplier per defect code per
      *    part this run -- appended to the quality trend file at
      *    end of job as a dated block.
           12 WS-IQ-Max-Cnt                PIC S9(4) COMP VALUE +500.
           12 WS-IQ-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-IQ-Match-IDX              PIC S9(4) COMP VALUE ZERO.
              INDEXED BY WS-IQ-IDX.
              15 WS-IQ-Supplier        PIC X(10).
              15 WS-IQ-Defect          PIC X(03).
              15 WS-IQ-Part            PIC X(23).
              15 WS-IQ-Rejected-Cnt    PIC S9(7) COMP VALUE ZERO.
           12 WS-IQ-Edit                   PIC ZZZZZZ9.
           12 WS-IQ-Run-Date               PIC 9(08) VALUE ZERO.

       01  WS-Appt-Storage.
      *    Booked dock appointments, PO and day -- a PO shipping
      *    in more than one truck has more than one.
           12 WS-Appt-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Appt-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Appt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Appt-Cnt
              INDEXED BY WS-Appt-IDX.
              15 WS-Appt-PO-Number     PIC X(06).
              15 WS-Appt-Date          PIC 9(08).
           12 WS-Appt-PO-Found-Flag        PIC X VALUE 'N'.
              88 WS-Appt-PO-Found             VALUE 'Y'.
           12 WS-Appt-Day-Found-Flag       PIC X VALUE 'N'.
              88 WS-Appt-Day-Found            VALUE 'Y'.
           12 WS-Appt-Hold-Date            PIC 9(08) VALUE ZERO.

      *    Part -> container from the part container reference.
       01  WS-Part-Cntr-Storage.
           12 WS-Pcn-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Pcn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Pcn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Cntr-Count                PIC 9(07) VALUE ZERO.
           12 WS-Pcn-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Pcn-Cnt
              INDEXED BY WS-Pcn-IDX.
              15 WS-Pcn-Part               PIC X(23).
              15 WS-Pcn-Type               PIC X(06).
              15 WS-Pcn-Pieces             PIC 9(05).

       01  WS-Lot-Work.
           12 WS-Lot-Browse-Flag           PIC X VALUE 'N'.
              88 WS-Lot-Browse-Done           VALUE 'Y'.
              88 WS-Lot-Browse-More           VALUE 'N'.
           12 WS-Lot-Found-Flag            PIC X VALUE 'N'.
              88 WS-Lot-Found                 VALUE 'Y'.
           12 WS-Lot-Latest-Key            PIC X(29) VALUE SPACES.
           12 WS-Lot-Hold-Number           PIC X(15) VALUE SPACES.
           12 WS-Lot-Hold-PO               PIC X(06) VALUE SPACES.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.
           DISPLAY "RECMATCH: 1000-Begin-Job".
           OPEN OUTPUT MatchRpt.
           PERFORM 1010-Load-Prior-Status.
           PERFORM 1012-Load-Prior-Sched-Status.
           PERFORM 1020-Load-Po-File.
           PERFORM 1030-Load-Due-In-File.
           PERFORM 1040-Load-Appointments.
           PERFORM 1060-Load-Part-Containers.
           OPEN INPUT ReceiptFile.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-IQ-Run-Date.
      *    Inspection runs after receipts -- results arriving
           IF NOT WS-InspectFile-Good
              SET WS-InspectFile-EOF TO TRUE
           END-IF.
           OPEN EXTEND StockTxnFile.
           IF NOT WS-StockTxnFile-Good
              OPEN OUTPUT StockTxnFile
           END-IF.
           OPEN EXTEND CntrMoveFile.
           IF NOT WS-CntrMoveFile-Good
              OPEN OUTPUT CntrMoveFile
           END-IF.
           OPEN I-O LotHist.
           IF NOT WS-LotHist-Good
              OPEN OUTPUT LotHist
              CLOSE LotHist
              OPEN I-O LotHist
           END-IF.

      *    Prior status file seeds the table so receipts arriving
      *    after a PO has dropped off the day's POOUT still match.
                 WS-PO-Last-Receipt(WS-PO-Match-IDX)
           END-IF.

      *    Lines of POs no longer on the status file have nothing
      *    to be received against -- dropped.
       1012-Load-Prior-Sched-Status.
           OPEN INPUT SchedStatusFile.
           IF WS-SchedStatusFile-Good
              PERFORM 1013-Load-One-Sched-Status
                 UNTIL WS-SchedStatusFile-EOF
              CLOSE SchedStatusFile
           END-IF.

       1013-Load-One-Sched-Status.
           READ SchedStatusFile
              AT END SET WS-SchedStatusFile-EOF TO TRUE
           END-READ.
           IF WS-SchedStatusFile-Good
              ADD +1 TO FD-SchedStatus-Record-Cnt
              MOVE SchdIn-PO-NUMBER TO WS-Hold-PO-Number
              PERFORM 2110-Find-PO-Row
              IF WS-PO-Row-Found AND SchdIn-LINE-NO IS NUMERIC
                 PERFORM 1055-Add-Sched-Line
                 MOVE SchdIn-LINE-NO TO WS-SL-Line-No(WS-SL-Match-IDX)
                 MOVE SchdIn-DUE-DATE TO
                    WS-SL-Due-Date(WS-SL-Match-IDX)
                 MOVE FUNCTION NUMVAL(SchdIn-SCHED-QTY) TO
                    WS-SL-Sched-Qty(WS-SL-Match-IDX)
                 MOVE FUNCTION NUMVAL(SchdIn-RECEIVED-QTY) TO
                    WS-SL-Received(WS-SL-Match-IDX)
                 MOVE SchdIn-LAST-RECEIPT TO
                    WS-SL-Last-Receipt(WS-SL-Match-IDX)
              END-IF
           END-IF.

       1020-Load-Po-File.
           OPEN INPUT PoOut.
           PERFORM 1025-Load-One-PO UNTIL WS-PoOut-EOF.
                    WS-PO-Qty-Ordered(WS-PO-Match-IDX)
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-Match-IDX)
                 MOVE PoOut-SHIP-TO-PLANT TO
                    WS-PO-Ship-Plant(WS-PO-Match-IDX)
                 MOVE PoOut-PART-NUMBER TO
                    WS-PO-Part(WS-PO-Match-IDX)
      *          An image from before schedule lines has spaces in
      *          the count -- no schedule.
                 IF PoOut-SCHED-LINE-CNT IS NUMERIC AND
                    PoOut-SCHED-LINE-CNT > ZERO AND
                    PoOut-SCHED-LINE-CNT NOT > 12
                    PERFORM 1027-Load-One-Sched-Line
                       VARYING WS-SL-Sub FROM 1 BY 1
                       UNTIL WS-SL-Sub > PoOut-SCHED-LINE-CNT
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
              END-IF
           END-IF.

      *    Today's image is the authority for a line's due date
      *    and quantity; what was received against it carries
      *    forward from the prior schedule status.
       1027-Load-One-Sched-Line.
           MOVE PoOut-SCHED-LINE-NO(WS-SL-Sub) TO WS-SL-Hold-Line-No.
           PERFORM 2190-Find-Sched-Line.
           IF WS-SL-Match-IDX = ZERO
              PERFORM 1055-Add-Sched-Line
              MOVE WS-SL-Hold-Line-No TO
                 WS-SL-Line-No(WS-SL-Match-IDX)
           END-IF.
           MOVE PoOut-SCHED-DUE-DATE(WS-SL-Sub) TO
              WS-SL-Due-Date(WS-SL-Match-IDX).
           MOVE PoOut-SCHED-QUANTITY(WS-SL-Sub) TO
              WS-SL-Sched-Qty(WS-SL-Match-IDX).

      *    Every PO with a ship notice on the due-in schedule is
      *    flagged; the flag only ever shows on status records
      *    still open -- 3020 masks it off otherwise.
              END-IF
           END-IF.

       1040-Load-Appointments.
           OPEN INPUT ApptFile.
           IF WS-ApptFile-Good
              PERFORM 1045-Load-One-Appointment
                 UNTIL WS-ApptFile-EOF
              CLOSE ApptFile
           END-IF.

      *    Unscheduled shipments have no day to be early or late
      *    against.
       1045-Load-One-Appointment.
           READ ApptFile
              AT END SET WS-ApptFile-EOF TO TRUE
           END-READ.
           IF WS-ApptFile-Good AND NOT Appt-UNSCHEDULED AND
              Appt-APPT-DATE IS NUMERIC AND Appt-APPT-DATE > ZERO
              IF WS-Appt-Cnt >= WS-Appt-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Appt-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Appt-Cnt
              SET WS-Appt-IDX TO WS-Appt-Cnt
              MOVE Appt-PO-NUMBER TO WS-Appt-PO-Number(WS-Appt-IDX)
              MOVE Appt-APPT-DATE TO WS-Appt-Date(WS-Appt-IDX)
           END-IF.

       1050-Add-PO-Row.
           IF WS-PO-Occurs-Dep-Counter >= WS-PO-Max-Element-Counter
              MOVE "PSAP012S" TO WS-Msg-Id
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE SPACES TO WS-PO-Number(WS-PO-Match-IDX)
                          WS-PO-Last-Receipt(WS-PO-Match-IDX)
                          WS-PO-Supplier(WS-PO-Match-IDX)
                          WS-PO-Part(WS-PO-Match-IDX)
                          WS-PO-Ship-Plant(WS-PO-Match-IDX).
           MOVE 'O' TO WS-PO-Status(WS-PO-Match-IDX).
           MOVE SPACE TO WS-PO-In-Transit-Flag(WS-PO-Match-IDX).
           MOVE ZERO TO WS-PO-Qty-Ordered(WS-PO-Match-IDX)
                        WS-PO-Qty-Received(WS-PO-Match-IDX)
                        WS-PO-Sched-Lines(WS-PO-Match-IDX).

      *    A new line for the PO row at WS-PO-Match-IDX.
       1055-Add-Sched-Line.
           IF WS-SL-Cnt >= WS-SL-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Sched-Line-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-SL-Cnt.
           SET WS-SL-Match-IDX TO WS-SL-Cnt.
           MOVE WS-PO-Number(WS-PO-Match-IDX) TO
              WS-SL-PO-Number(WS-SL-Match-IDX).
           MOVE SPACES TO WS-SL-Due-Date(WS-SL-Match-IDX)
                          WS-SL-Last-Receipt(WS-SL-Match-IDX).
           MOVE ZERO TO WS-SL-Line-No(WS-SL-Match-IDX)
                        WS-SL-Sched-Qty(WS-SL-Match-IDX)
                        WS-SL-Received(WS-SL-Match-IDX).
           ADD +1 TO WS-PO-Sched-Lines(WS-PO-Match-IDX).

       1060-Load-Part-Containers.
           OPEN INPUT PartCntrFile.
           IF WS-PartCntrFile-Good
              PERFORM 1065-Load-One-Part-Container
                 UNTIL WS-PartCntrFile-EOF
              CLOSE PartCntrFile
           END-IF.

       1065-Load-One-Part-Container.
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
           END-IF.

       2000-Match-Receipts.
           READ ReceiptFile
                 DELIMITED BY SIZE INTO FD-MatchRpt-Record
              PERFORM 2900-Write-Match-Rpt-Line
           ELSE
              IF FD-Receipt-Plant > SPACES AND
                 WS-PO-Ship-Plant(WS-PO-Match-IDX) > SPACES AND
                 FD-Receipt-Plant NOT =
                    WS-PO-Ship-Plant(WS-PO-Match-IDX)
                 ADD +1 TO WS-Wrong-Plant-Cnt
                 MOVE SPACES TO FD-MatchRpt-Record
                 STRING "WRONG PLANT   " FD-Receipt-PO-Number
                    " RECEIPT " FD-Receipt-Date
                    " QTY " FD-Receipt-Quantity
                    " AT " FD-Receipt-Plant
                    " SHIP-TO " WS-PO-Ship-Plant(WS-PO-Match-IDX)
                    DELIMITED BY SIZE INTO FD-MatchRpt-Record
                 PERFORM 2900-Write-Match-Rpt-Line
              ELSE
                 PERFORM 2120-Post-Receipt
              END-IF
           END-IF.

       2110-Find-PO-Row.
              END-IF
           END-PERFORM.

      *    The receipt is at the PO's plant, or one of the two
      *    doesn't say -- receive it.
       2120-Post-Receipt.
           IF FD-Receipt-Quantity IS NUMERIC
              ADD FD-Receipt-Quantity TO
                 WS-PO-Qty-Received(WS-PO-Match-IDX)
              MOVE SPACES TO StkTxn-STOCK-TXN
              MOVE 'R' TO StkTxn-TXN-TYPE
              MOVE FD-Receipt-Date TO StkTxn-TXN-DATE
              MOVE FD-Receipt-Quantity TO StkTxn-QUANTITY
              PERFORM 2150-Write-Stock-Txn
              PERFORM 2155-Write-Container-Move
              IF FD-Receipt-Lot > SPACES
                 PERFORM 2160-Record-Lot-Receipt
              END-IF
              IF WS-PO-Sched-Lines(WS-PO-Match-IDX) > ZERO
                 MOVE FD-Receipt-Quantity TO WS-SL-Remaining
                 PERFORM 2180-Fill-Oldest-Sched-Line
                    UNTIL WS-SL-Remaining = ZERO
              END-IF
           END-IF
           MOVE FD-Receipt-Date TO
              WS-PO-Last-Receipt(WS-PO-Match-IDX)
           PERFORM 2200-Set-PO-Status
           IF WS-Appt-Cnt > ZERO
              PERFORM 2170-Check-Appointment
           END-IF.

      *    The part comes off the PO row -- a PO known only from
      *    the prior status file has none, and STOCKLED holds the
      *    transaction as PART NOT ON PARTOUT for follow-up.
       2150-Write-Stock-Txn.
           MOVE WS-PO-Part(WS-PO-Match-IDX) TO StkTxn-PART-NUMBER.
           MOVE WS-PO-Number(WS-PO-Match-IDX) TO StkTxn-PO-NUMBER.
           MOVE "RECMATCH" TO StkTxn-SOURCE-PGM.
           WRITE StkTxn-STOCK-TXN.
           IF WS-StockTxnFile-Good
              ADD +1 TO FD-StockTxn-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "stock-txn" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2150-Write-Stock-Txn"
              DISPLAY "File Status: " WS-StockTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A part not on the container reference doesn't travel
      *    in our containers -- nothing to credit.
       2155-Write-Container-Move.
           MOVE ZERO TO WS-Pcn-Match-IDX.
           PERFORM VARYING WS-Pcn-IDX FROM 1 BY 1
              UNTIL WS-Pcn-IDX > WS-Pcn-Cnt
              IF WS-Pcn-Part(WS-Pcn-IDX) =
                 WS-PO-Part(WS-PO-Match-IDX)
                 SET WS-Pcn-Match-IDX TO WS-Pcn-IDX
                 SET WS-Pcn-IDX TO WS-Pcn-Cnt
              END-IF
           END-PERFORM.
           IF WS-Pcn-Match-IDX > ZERO AND
              WS-Pcn-Pieces(WS-Pcn-Match-IDX) > ZERO AND
              FD-Receipt-Quantity > ZERO
              COMPUTE WS-Cntr-Count =
                 (FD-Receipt-Quantity +
                  WS-Pcn-Pieces(WS-Pcn-Match-IDX) - 1) /
                  WS-Pcn-Pieces(WS-Pcn-Match-IDX)
              MOVE SPACES TO CntrMv-CNTR-MOVE
              MOVE 'R' TO CntrMv-MOVE-TYPE
              MOVE WS-PO-Supplier(WS-PO-Match-IDX) TO
                 CntrMv-SUPPLIER-CODE
              MOVE WS-Pcn-Type(WS-Pcn-Match-IDX) TO
                 CntrMv-CONTAINER-TYPE
              MOVE FD-Receipt-Date TO CntrMv-MOVE-DATE
              MOVE WS-Cntr-Count TO CntrMv-QUANTITY
              MOVE WS-PO-Number(WS-PO-Match-IDX) TO
                 CntrMv-PO-NUMBER
              MOVE WS-PO-Part(WS-PO-Match-IDX) TO
                 CntrMv-PART-NUMBER
              MOVE "RECMATCH" TO CntrMv-SOURCE-PGM
              WRITE CntrMv-CNTR-MOVE
              IF WS-CntrMoveFile-Good
                 ADD +1 TO FD-CntrMove-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "container-moves" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2155-Write-Container-Move"
                 DISPLAY "File Status: " WS-CntrMoveFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    The same lot arriving twice on one PO in one day adds
      *    to the one record.
       2160-Record-Lot-Receipt.
           MOVE FD-Receipt-Lot TO LotHist-LOT-NUMBER.
           MOVE FD-Receipt-PO-Number TO LotHist-PO-NUMBER.
           MOVE FD-Receipt-Date TO LotHist-RECEIPT-DATE.
           READ LotHist
              INVALID KEY
                 MOVE WS-PO-Part(WS-PO-Match-IDX) TO
                    LotHist-PART-NUMBER
                 MOVE WS-PO-Supplier(WS-PO-Match-IDX) TO
                    LotHist-SUPPLIER-CODE
                 MOVE FD-Receipt-Quantity TO LotHist-QTY-RECEIVED
                 MOVE ZERO TO LotHist-QTY-REJECTED
                 WRITE LotHist-LOT-HIST-REC
              NOT INVALID KEY
                 ADD FD-Receipt-Quantity TO LotHist-QTY-RECEIVED
                 REWRITE LotHist-LOT-HIST-REC
           END-READ.
           IF WS-LotHist-Good
              ADD +1 TO WS-Lot-Receipt-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "LOTHIST" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2160-Record-Lot-Receipt"
              DISPLAY "File Status: " WS-LotHist-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A PO with a booked appointment should arrive on one of
      *    its appointment days; the line shows the first of them.
      *    A PO with none was never on the schedule -- nothing to
      *    be outside of.
       2170-Check-Appointment.
           MOVE 'N' TO WS-Appt-PO-Found-Flag WS-Appt-Day-Found-Flag.
           MOVE ZERO TO WS-Appt-Hold-Date.
           PERFORM VARYING WS-Appt-IDX FROM 1 BY 1
              UNTIL WS-Appt-IDX > WS-Appt-Cnt
              IF WS-Appt-PO-Number(WS-Appt-IDX) = FD-Receipt-PO-Number
                 IF NOT WS-Appt-PO-Found
                    SET WS-Appt-PO-Found TO TRUE
                    MOVE WS-Appt-Date(WS-Appt-IDX) TO
                       WS-Appt-Hold-Date
                 END-IF
                 IF WS-Appt-Date(WS-Appt-IDX) = FD-Receipt-Date
                    SET WS-Appt-Day-Found TO TRUE
                    SET WS-Appt-IDX TO WS-Appt-Cnt
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-Appt-PO-Found AND NOT WS-Appt-Day-Found
              ADD +1 TO WS-Off-Appt-Cnt
              MOVE SPACES TO FD-MatchRpt-Record
              STRING "OFF APPT      " FD-Receipt-PO-Number
                 " RECEIPT " FD-Receipt-Date
                 " APPOINTMENT " WS-Appt-Hold-Date
                 DELIMITED BY SIZE INTO FD-MatchRpt-Record
              PERFORM 2900-Write-Match-Rpt-Line
           END-IF.

      *    Oldest due date first, lowest line on a tie.  What is
      *    left once every line is full is beyond the schedule --
      *    counted here, and the PO's over-receipt is reported.
       2180-Fill-Oldest-Sched-Line.
           MOVE ZERO TO WS-SL-Match-IDX.
           MOVE HIGH-VALUES TO WS-SL-Hold-Date.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-Cnt
              IF WS-SL-PO-Number(WS-SL-IDX) =
                 WS-PO-Number(WS-PO-Match-IDX) AND
                 WS-SL-Received(WS-SL-IDX) <
                 WS-SL-Sched-Qty(WS-SL-IDX) AND
                 WS-SL-Due-Date(WS-SL-IDX) < WS-SL-Hold-Date
                 SET WS-SL-Match-IDX TO WS-SL-IDX
                 MOVE WS-SL-Due-Date(WS-SL-IDX) TO WS-SL-Hold-Date
              END-IF
           END-PERFORM.
           IF WS-SL-Match-IDX = ZERO
              ADD +1 TO WS-Sched-Beyond-Cnt
              MOVE ZERO TO WS-SL-Remaining
           ELSE
              COMPUTE WS-SL-Apply = WS-SL-Sched-Qty(WS-SL-Match-IDX)
                 - WS-SL-Received(WS-SL-Match-IDX)
              IF WS-SL-Apply > WS-SL-Remaining
                 MOVE WS-SL-Remaining TO WS-SL-Apply
              END-IF
              ADD WS-SL-Apply TO WS-SL-Received(WS-SL-Match-IDX)
              SUBTRACT WS-SL-Apply FROM WS-SL-Remaining
              MOVE FD-Receipt-Date TO
                 WS-SL-Last-Receipt(WS-SL-Match-IDX)
              IF WS-SL-Received(WS-SL-Match-IDX) =
                 WS-SL-Sched-Qty(WS-SL-Match-IDX) AND
                 WS-SL-Last-Receipt(WS-SL-Match-IDX) >
                 WS-SL-Due-Date(WS-SL-Match-IDX)
                 ADD +1 TO WS-Sched-Late-Cnt
                 MOVE SPACES TO FD-MatchRpt-Record
                 STRING "SCHED LATE    "
                    WS-SL-PO-Number(WS-SL-Match-IDX)
                    " LINE " WS-SL-Line-No(WS-SL-Match-IDX)
                    " DUE " WS-SL-Due-Date(WS-SL-Match-IDX)
                    " FILLED " FD-Receipt-Date
                    DELIMITED BY SIZE INTO FD-MatchRpt-Record
                 PERFORM 2900-Write-Match-Rpt-Line
              END-IF
           END-IF.

      *    Line WS-SL-Hold-Line-No of the PO row at WS-PO-Match-IDX.
       2190-Find-Sched-Line.
           MOVE ZERO TO WS-SL-Match-IDX.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-Cnt
              IF WS-SL-PO-Number(WS-SL-IDX) =
                 WS-PO-Number(WS-PO-Match-IDX) AND
                 WS-SL-Line-No(WS-SL-IDX) = WS-SL-Hold-Line-No
                 SET WS-SL-Match-IDX TO WS-SL-IDX
                 SET WS-SL-IDX TO WS-SL-Cnt
              END-IF
           END-PERFORM.

       2200-Set-PO-Status.
           EVALUATE TRUE
              WHEN WS-PO-Qty-Received(WS-PO-Match-IDX) = ZERO
                    ADD +1 TO WS-Inspect-Reopened-Cnt
                 END-IF
                 PERFORM 2200-Set-PO-Status
                 IF WS-PO-Sched-Lines(WS-PO-Match-IDX) > ZERO
                    MOVE FD-Inspect-Qty-Rejected TO WS-SL-Remaining
                    PERFORM 2540-Back-Out-Sched-Line
                       UNTIL WS-SL-Remaining = ZERO
                 END-IF
                 PERFORM 2520-Tally-Inspect-Defect
                 MOVE SPACES TO StkTxn-STOCK-TXN
                 MOVE 'J' TO StkTxn-TXN-TYPE
                 MOVE FD-Inspect-Date TO StkTxn-TXN-DATE
                 MOVE FD-Inspect-Qty-Rejected TO StkTxn-QUANTITY
                 MOVE FD-Inspect-Defect-Code TO StkTxn-REASON-CODE
                 PERFORM 2150-Write-Stock-Txn
                 IF FD-Inspect-Lot > SPACES
                    PERFORM 2530-Record-Lot-Reject
                 END-IF
              END-IF
           END-IF.

      *    Inspection doesn't carry the receipt date, so the
      *    reject lands on the latest receipt of the lot on the
      *    PO -- the browse walks lot+PO to its last record.
       2530-Record-Lot-Reject.
           MOVE FD-Inspect-Lot TO WS-Lot-Hold-Number.
           MOVE FD-Inspect-PO-Number TO WS-Lot-Hold-PO.
           MOVE 'N' TO WS-Lot-Found-Flag.
           SET WS-Lot-Browse-More TO TRUE.
           MOVE WS-Lot-Hold-Number TO LotHist-LOT-NUMBER.
           MOVE WS-Lot-Hold-PO TO LotHist-PO-NUMBER.
           MOVE LOW-VALUES TO LotHist-RECEIPT-DATE.
           START LotHist KEY >= LotHist-LOT-KEY
              INVALID KEY SET WS-Lot-Browse-Done TO TRUE
           END-START.
           PERFORM 2535-Find-Latest-Lot-Receipt
              UNTIL WS-Lot-Browse-Done.
           IF WS-Lot-Found
              MOVE WS-Lot-Latest-Key TO LotHist-LOT-KEY
              READ LotHist
              IF WS-LotHist-Good
                 ADD FD-Inspect-Qty-Rejected TO LotHist-QTY-REJECTED
                 REWRITE LotHist-LOT-HIST-REC
              END-IF
              IF WS-LotHist-Good
                 ADD +1 TO WS-Lot-Reject-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "LOTHIST" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2530-Record-Lot-Reject"
                 DISPLAY "File Status: " WS-LotHist-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              ADD +1 TO WS-Lot-Unmatched-Cnt
              MOVE SPACES TO FD-MatchRpt-Record
              STRING "LOT NOT RCVD  " FD-Inspect-PO-Number
                 " LOT " FD-Inspect-Lot
                 " INSPECTION " FD-Inspect-Date
                 " REJ " FD-Inspect-Qty-Rejected
                 DELIMITED BY SIZE INTO FD-MatchRpt-Record
              PERFORM 2900-Write-Match-Rpt-Line
           END-IF.

       2535-Find-Latest-Lot-Receipt.
           READ LotHist NEXT
              AT END SET WS-Lot-Browse-Done TO TRUE
           END-READ.
           IF WS-LotHist-Good AND
              LotHist-LOT-NUMBER = WS-Lot-Hold-Number AND
              LotHist-PO-NUMBER = WS-Lot-Hold-PO
              SET WS-Lot-Found TO TRUE
              MOVE LotHist-LOT-KEY TO WS-Lot-Latest-Key
           ELSE
              SET WS-Lot-Browse-Done TO TRUE
           END-IF.

      *    The reverse of the fill -- newest due date first,
      *    highest line on a tie -- so a reject reopens the line
      *    the rejected goods were last counted against.
       2540-Back-Out-Sched-Line.
           MOVE ZERO TO WS-SL-Match-IDX.
           MOVE LOW-VALUES TO WS-SL-Hold-Date.
           PERFORM VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-Cnt
              IF WS-SL-PO-Number(WS-SL-IDX) =
                 WS-PO-Number(WS-PO-Match-IDX) AND
                 WS-SL-Received(WS-SL-IDX) > ZERO AND
                 WS-SL-Due-Date(WS-SL-IDX) NOT < WS-SL-Hold-Date
                 SET WS-SL-Match-IDX TO WS-SL-IDX
                 MOVE WS-SL-Due-Date(WS-SL-IDX) TO WS-SL-Hold-Date
              END-IF
           END-PERFORM.
           IF WS-SL-Match-IDX = ZERO
              MOVE ZERO TO WS-SL-Remaining
           ELSE
              MOVE WS-SL-Received(WS-SL-Match-IDX) TO WS-SL-Apply
              IF WS-SL-Apply > WS-SL-Remaining
                 MOVE WS-SL-Remaining TO WS-SL-Apply
              END-IF
              SUBTRACT WS-SL-Apply FROM
                 WS-SL-Received(WS-SL-Match-IDX)
              SUBTRACT WS-SL-Apply FROM WS-SL-Remaining
           END-IF.

       2520-Tally-Inspect-Defect.
              IF WS-IQ-Supplier(WS-IQ-IDX) =
                 WS-PO-Supplier(WS-PO-Match-IDX) AND
                 WS-IQ-Defect(WS-IQ-IDX) = FD-Inspect-Defect-Code
                 AND WS-IQ-Part(WS-IQ-IDX) =
                 WS-PO-Part(WS-PO-Match-IDX)
                 SET WS-IQ-Match-IDX TO WS-IQ-IDX
                 SET WS-IQ-IDX TO WS-IQ-Cnt
              END-IF
                 WS-IQ-Supplier(WS-IQ-IDX)
              MOVE FD-Inspect-Defect-Code TO
                 WS-IQ-Defect(WS-IQ-IDX)
              MOVE WS-PO-Part(WS-PO-Match-IDX) TO
                 WS-IQ-Part(WS-IQ-IDX)
           END-IF.
           ADD FD-Inspect-Qty-Rejected TO
              WS-IQ-Rejected-Cnt(WS-IQ-Match-IDX).
           DISPLAY "RECMATCH: 3000-End-Job".
           CLOSE ReceiptFile.
           CLOSE InspectFile.
           CLOSE StockTxnFile.
           CLOSE CntrMoveFile.
           CLOSE LotHist.
           PERFORM 3010-Write-New-Status-File.
           PERFORM 3040-Write-New-Sched-File.
           PERFORM 3050-Write-Inspect-Quality.
           CLOSE MatchRpt.
           DISPLAY "  Rec-Match: POs On File:      "
              FD-ReceiptFile-Record-Cnt.
           DISPLAY "  Rec-Match: Unknown PO Recs:  "
              WS-Unknown-PO-Cnt.
           DISPLAY "  Rec-Match: Wrong Plant Recs: "
              WS-Wrong-Plant-Cnt.
           DISPLAY "  Rec-Match: Over-Receipts:    "
              WS-Over-Receipt-Cnt.
           DISPLAY "  Rec-Match: Open/Partial/Closed: "
              WS-Inspect-Unknown-Cnt.
           DISPLAY "  Rec-Match: Inspect Reopened:  "
              WS-Inspect-Reopened-Cnt.
           DISPLAY "  Rec-Match: Stock Txns Written:"
              FD-StockTxn-Record-Cnt.
           DISPLAY "  Rec-Match: Container Moves:   "
              FD-CntrMove-Record-Cnt.
           DISPLAY "  Rec-Match: Lot Receipts Kept: "
              WS-Lot-Receipt-Cnt.
           DISPLAY "  Rec-Match: Lot Rejects Kept:  "
              WS-Lot-Reject-Cnt.
           DISPLAY "  Rec-Match: Lot Not Received:  "
              WS-Lot-Unmatched-Cnt.
           DISPLAY "  Rec-Match: Off Appointment:   "
              WS-Off-Appt-Cnt.
           DISPLAY "  Rec-Match: Sched Lines On File:"
              WS-SL-Cnt.
           DISPLAY "  Rec-Match: Sched Open/Part/Closed: "
              WS-Sched-Open-Cnt "/" WS-Sched-Partial-Cnt "/"
              WS-Sched-Closed-Cnt.
           DISPLAY "  Rec-Match: Sched Lines Late:  "
              WS-Sched-Late-Cnt.
           DISPLAY "  Rec-Match: Beyond Schedule:   "
              WS-Sched-Beyond-Cnt.

      *    One dated block per run in the quality trend file,
      *    the driver's idiom -- supplier in the same columns so
           MOVE "REJECTED" TO FD-SuppQuality-Record(38:8).
           MOVE WS-IQ-Rejected-Cnt(WS-IQ-IDX) TO WS-IQ-Edit.
           MOVE WS-IQ-Edit TO FD-SuppQuality-Record(47:7).
           MOVE "PART" TO FD-SuppQuality-Record(56:4).
           MOVE WS-IQ-Part(WS-IQ-IDX) TO
              FD-SuppQuality-Record(61:23).
           WRITE FD-SuppQuality-Record.
           IF NOT WS-SuppQualityFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Written every run, empty or not, so PROMOTE always has
      *    a verified pair to swap beside the PO status.
       3040-Write-New-Sched-File.
           OPEN OUTPUT SchedStatusOutFile.
           PERFORM 3045-Write-One-Sched-Status
              VARYING WS-SL-IDX FROM 1 BY 1
              UNTIL WS-SL-IDX > WS-SL-Cnt.
           CLOSE SchedStatusOutFile.
           OPEN OUTPUT SchedCtlFile.
           MOVE FD-SchedStatusOut-Record-Cnt TO FD-SchedCtl-Count.
           MOVE WS-New-Sched-Hash TO FD-SchedCtl-Hash.
           WRITE FD-SchedCtl-Record.
           CLOSE SchedCtlFile.

       3045-Write-One-Sched-Status.
           MOVE SPACES TO SchdOut-SCHED-STATUS.
           MOVE WS-SL-PO-Number(WS-SL-IDX) TO SchdOut-PO-NUMBER.
           MOVE WS-SL-Line-No(WS-SL-IDX) TO SchdOut-LINE-NO.
           MOVE WS-SL-Due-Date(WS-SL-IDX) TO SchdOut-DUE-DATE.
           MOVE WS-SL-Sched-Qty(WS-SL-IDX) TO SchdOut-SCHED-QTY.
           MOVE WS-SL-Received(WS-SL-IDX) TO SchdOut-RECEIVED-QTY.
           MOVE WS-SL-Last-Receipt(WS-SL-IDX) TO SchdOut-LAST-RECEIPT.
           EVALUATE TRUE
              WHEN WS-SL-Received(WS-SL-IDX) = ZERO
                 SET SchdOut-LINE-OPEN TO TRUE
                 ADD +1 TO WS-Sched-Open-Cnt
              WHEN WS-SL-Received(WS-SL-IDX) <
                   WS-SL-Sched-Qty(WS-SL-IDX)
                 SET SchdOut-LINE-PARTIAL TO TRUE
                 ADD +1 TO WS-Sched-Partial-Cnt
              WHEN OTHER
                 SET SchdOut-LINE-CLOSED TO TRUE
                 ADD +1 TO WS-Sched-Closed-Cnt
           END-EVALUATE.
           WRITE SchdOut-SCHED-STATUS.
           IF WS-SchedStatusOutFile-Good
              ADD +1 TO FD-SchedStatusOut-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE SchdOut-SCHED-STATUS TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-New-Sched-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "po-sched-status-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3045-Write-One-Sched-Status"
              DISPLAY "File Status: " WS-SchedStatusOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
