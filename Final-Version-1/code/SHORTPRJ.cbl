      *    still open, but nobody projects forward -- planning
      *    discovers shortages one expedite call at a time.  This
      *    reads the planning demand file (part, required date,
      *    quantity), nets each demand against the part's stock
      *    on hand (STOCKLED's balance file) plus its open PO
      *    quantity from POOUT (ordered minus received, closed
      *    POs skipped), and reports every shortfall.  A part
      *    with no balance record, or a negative one, brings no
      *    stock to the netting.  A
      *    shortfall whose required date falls inside the part's
      *    own WEEKS-LEAD-TIME is flagged INSIDE-LEAD -- even a
      *    PO cut today arrives late.
      *    quantity 9(7).  Demands are netted in the order the
      *    planning system sends them.
      *
      *    Every shortfall against a part on PARTOUT is also
      *    written to the shortfall extract -- part(23), required
      *    date 9(8), short quantity 9(7), flag 'S' short or 'I'
      *    inside lead -- the machine-readable side of the report
      *    that REQGEN turns into replenishment proposals.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for shortage projection
      * 2026-09-08 dastagg       Shortfall extract written beside
      *                          the report for REQGEN's
      *                          replenishment proposals.
      * 2026-09-10 dastagg       Demand nets against on-hand
      *                          stock plus open POs.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    STOCKLED's SELECT is the authority.
           SELECT OnHand
           ASSIGN TO STOCKOH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OnHand-PART-NUMBER
           FILE STATUS IS WS-OnHand-Status.

           SELECT DemandFile
           ASSIGN TO "../data/planning-demand.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ShortageRpt-Status.

           SELECT ShortfallExtract
           ASSIGN TO "../data/shortfall-extract.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ShortfallExtract-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  OnHand
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ONHAND REPLACING ==:tag:== BY ==OnHand==.

       FD  DemandFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ShortageRpt-Record        PIC X(132).

       FD  ShortfallExtract
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Shortfall-Record.
           05 FD-Short-Part             PIC X(23).
           05 FD-Short-Req-Date         PIC 9(08).
           05 FD-Short-Quantity         PIC 9(07).
           05 FD-Short-Flag             PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==DemandFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OnHand==.
           COPY WSFST REPLACING ==:tag:== BY ==ShortageRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==ShortfallExtract==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-DemandFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-ShortageRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-Shortfall-Record-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Projection-Counters.
           12 WS-Shortfall-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Inside-Lead-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Part-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-OnHand-Parts-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Part-Row-Found-Flag       PIC X.
              88 WS-Part-Row-Found            VALUE 'Y'.
              88 WS-Part-Row-Not-Found        VALUE 'N'.
           12 WS-OnHand-Open-Flag          PIC X VALUE 'N'.
              88 WS-OnHand-Open               VALUE 'Y'.
           12 WS-Part-Master-Found-Flag    PIC X.
              88 WS-Part-Master-Found         VALUE 'Y'.
              88 WS-Part-Master-Not-Found     VALUE 'N'.
              88 WS-Stat-Not-Found            VALUE 'N'.

       01  WS-Part-Table-Storage.
      *    Open (unreceived) PO quantity per PART-NUMBER, plus
      *    the part's on-hand stock the first time a demand
      *    reaches it, netted down as demands consume it.
           12 WS-Part-Max-Element-Counter  PIC S9(4) COMP VALUE +9999.
           12 WS-Part-Occurs-Dep-Counter   PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Match-IDX            PIC S9(4) COMP VALUE ZERO.
              INDEXED BY WS-Part-IDX.
              15 WS-Part-Number        PIC X(23).
              15 WS-Part-Open-Qty      PIC S9(9) COMP VALUE ZERO.
              15 WS-Part-OnHand-Flag   PIC X(01).
                 88 WS-Part-OnHand-Added  VALUE 'Y'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           OPEN OUTPUT ShortageRpt.
           OPEN OUTPUT ShortfallExtract.
           PERFORM 1010-Load-Po-Status.
           PERFORM 1020-Load-Open-Po-Qty.
           OPEN INPUT PartOut.
           OPEN INPUT DemandFile.
      *    No balance file yet just means no stock is known --
      *    open POs alone cover demand, as before.
           OPEN INPUT OnHand.
           IF WS-OnHand-Good
              SET WS-OnHand-Open TO TRUE
           END-IF.

       1010-Load-Po-Status.
           OPEN INPUT PoStatusFile.
           MOVE PoOut-PART-NUMBER TO
              WS-Part-Number(WS-Part-Match-IDX).
           MOVE ZERO TO WS-Part-Open-Qty(WS-Part-Match-IDX).
           MOVE 'N' TO WS-Part-OnHand-Flag(WS-Part-Match-IDX).

       2000-Project-Demands.
           READ DemandFile
       2100-Net-One-Demand.
           MOVE FD-Demand-Part TO PoOut-PART-NUMBER.
           PERFORM 2110-Find-Part-Row.
           IF WS-OnHand-Open
              PERFORM 2120-Add-On-Hand
           END-IF.
           MOVE ZERO TO WS-Shortfall-Qty.
           IF WS-Part-Row-Not-Found
              MOVE FD-Demand-Quantity TO WS-Shortfall-Qty
              END-IF
           END-PERFORM.

      *    Stock on hand joins the part's coverage once, the
      *    first time a demand reaches the part -- a part with
      *    stock but no open PO gets its row here.
       2120-Add-On-Hand.
           IF WS-Part-Row-Not-Found
              PERFORM 1050-Add-Part-Row
              SET WS-Part-Row-Found TO TRUE
           END-IF.
           IF NOT WS-Part-OnHand-Added(WS-Part-Match-IDX)
              MOVE 'Y' TO WS-Part-OnHand-Flag(WS-Part-Match-IDX)
              MOVE FD-Demand-Part TO OnHand-PART-NUMBER
              READ OnHand
                 INVALID KEY
                    MOVE ZERO TO OnHand-QTY-ON-HAND
              END-READ
              IF OnHand-QTY-ON-HAND > ZERO
                 ADD +1 TO WS-OnHand-Parts-Cnt
                 ADD OnHand-QTY-ON-HAND TO
                    WS-Part-Open-Qty(WS-Part-Match-IDX)
              END-IF
           END-IF.

      *    The part's own published lead time decides the flag: a
      *    required date earlier than today plus the lead weeks
      *    cannot be covered by any PO cut today.
              IF WS-Req-Date-Int > ZERO AND
                 WS-Req-Date-Int < WS-Earliest-Arrival-Int
                 ADD +1 TO WS-Inside-Lead-Cnt
                 MOVE 'I' TO FD-Short-Flag
                 STRING "INSIDE-LEAD    " FD-Demand-Part
                    " REQ " FD-Demand-Req-Date
                    " SHORT " WS-Shortfall-Edit
                    " LEAD-WEEKS " WS-Lead-Weeks-Edit
                    DELIMITED BY SIZE INTO FD-ShortageRpt-Record
              ELSE
                 MOVE 'S' TO FD-Short-Flag
                 STRING "SHORT          " FD-Demand-Part
                    " REQ " FD-Demand-Req-Date
                    " SHORT " WS-Shortfall-Edit
                    " LEAD-WEEKS " WS-Lead-Weeks-Edit
                    DELIMITED BY SIZE INTO FD-ShortageRpt-Record
              END-IF
              PERFORM 2910-Write-Shortfall-Extract
           END-IF.
           PERFORM 2900-Write-Shortage-Rpt-Line.

              GOBACK
           END-IF.

      *    FD-Short-Flag was set by 2200 before this is reached.
       2910-Write-Shortfall-Extract.
           MOVE FD-Demand-Part TO FD-Short-Part.
           MOVE FD-Demand-Req-Date TO FD-Short-Req-Date.
           MOVE WS-Shortfall-Qty TO FD-Short-Quantity.
           WRITE FD-Shortfall-Record.
           IF WS-ShortfallExtract-Good
              ADD +1 TO FD-Shortfall-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "shortfall-extract" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2910-Write-Shortfall-Extract"
              DISPLAY "File Status: " WS-ShortfallExtract-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "SHORTPRJ: 3000-End-Job".
           CLOSE DemandFile PartOut ShortageRpt ShortfallExtract.
           IF WS-OnHand-Open
              CLOSE OnHand
           END-IF.
           DISPLAY "  Short-Prj: Parts With Stock:   "
              WS-OnHand-Parts-Cnt.
           DISPLAY "  Short-Prj: Demands Read:       "
              FD-DemandFile-Record-Cnt.
           DISPLAY "  Short-Prj: Parts With Open PO: "
              WS-Inside-Lead-Cnt.
           DISPLAY "  Short-Prj: No Part Master:     "
              WS-No-Part-Cnt.
           DISPLAY "  Short-Prj: Extract Written:    "
              FD-Shortfall-Record-Cnt.
