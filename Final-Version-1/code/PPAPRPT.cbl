      ***********************************************************
      * Program name:    PPAPRPT
      * Original author: David Stagowski
      *
      *    Description: Pending PPAP report -- every part/supplier
      *       pairing on the keyed PPAP status file that is not
      *       cleared to ship, with the open POs waiting on it.
      *
      *    A pairing is pending when its PPAP is submitted but
      *    not decided, rejected, or on an interim approval that
      *    has run past its expiry.  Under each one are the POs
      *    it is holding up: open POs on POOUT (po-status not
      *    'C') and POs POCALL parked on the hold queue.  A
      *    pending pairing with nothing waiting is still listed
      *    -- quality works the whole backlog -- but the POs
      *    waiting drive the order: the count is on every line.
      *
      *    A second section lists open POs on pairings with no
      *    PPAP record at all -- orders placed before the pairing
      *    came under PPAP control, which POCALL will stop on the
      *    next PO.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-24 dastagg       Created for PPAP gating
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
       PROGRAM-ID. PPAPRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PPAPMNT's SELECT is the authority on the keyed PPAP
      *    status file -- ACCESS IS DYNAMIC here for the browse.
           SELECT PpapFile
           ASSIGN TO PPAPSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Ppap-PPAP-KEY
           FILE STATUS IS WS-PpapFile-Status.

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

      *    POCALL's SELECT is the authority on the hold queue.
           SELECT HoldQueueFile
           ASSIGN TO "../data/po-hold-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldQueueFile-Status.

           SELECT PpapRpt
           ASSIGN TO "../data/ppap-pending-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PpapRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PpapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PPAPSTAT REPLACING ==:tag:== BY ==Ppap==.

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

       FD  HoldQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HoldQueue-Record.
           05 FD-HQ-Held-Date           PIC 9(08).
           05 FD-HQ-Check-Id            PIC X(12).
           05 FD-HQ-Po-Image            PIC X(369).

       FD  PpapRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PpapRpt-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PpapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HoldQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PpapRpt==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-HoldQueue-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-PpapFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-PpapRpt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Pending-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Pending-With-PO-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Waiting-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Ppap-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Pair-PO-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Ppap-Browse-Done-Flag     PIC X.
              88 WS-Ppap-Browse-Done          VALUE 'Y'.
              88 WS-Ppap-Browse-More          VALUE 'N'.
           12 WS-Ppap-Pending-Flag         PIC X.
              88 WS-Ppap-Pending              VALUE 'Y'.
              88 WS-Ppap-Cleared              VALUE 'N'.

      *    Every open or held PO with the pairing it was placed
      *    on.  Covered is set once the browse finds the pairing
      *    on PPAPSTAT, whatever its status.
       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Cnt
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number              PIC X(06).
              15 WS-PO-Part                PIC X(23).
              15 WS-PO-Supplier            PIC X(10).
              15 WS-PO-Buyer               PIC X(03).
              15 WS-PO-Quantity            PIC S9(8) COMP.
              15 WS-PO-Order-Date          PIC X(08).
              15 WS-PO-Delivery-Date       PIC X(08).
              15 WS-PO-Source              PIC X(01).
                 88 WS-PO-From-PoOut          VALUE 'O'.
                 88 WS-PO-From-Hold           VALUE 'H'.
              15 WS-PO-Covered-Flag        PIC X(01).
                 88 WS-PO-Covered             VALUE 'Y'.

       01  WS-Closed-PO-Storage.
           12 WS-Closed-PO-Max-Cnt         PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-PO-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-PO-Cnt
              INDEXED BY WS-Closed-PO-IDX.
              15 WS-Closed-PO-Number       PIC X(06).
           12 WS-Closed-PO-Found-Flag      PIC X.
              88 WS-Closed-PO-Found           VALUE 'Y'.
              88 WS-Closed-PO-Not-Found       VALUE 'N'.

           COPY POOUT REPLACING ==:tag:== BY ==HeldPo==.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Submit-Int                PIC 9(10) VALUE ZERO.
           12 WS-Days-Waiting              PIC S9(05) VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Status-Text               PIC X(14) VALUE SPACES.
           12 WS-Days-Edit                 PIC ZZZZ9.
           12 WS-Qty-Edit                  PIC Z(7)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Source-Text               PIC X(10) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Report-Pending-Ppaps.
           PERFORM 2500-Report-No-Ppap-POs.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "PPAPRPT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           OPEN INPUT PpapFile.
           IF NOT WS-PpapFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "PPAPSTAT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PpapFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1010-Load-Closed-PO-Table.
           PERFORM 1020-Load-Open-POs.
           PERFORM 1030-Load-Held-POs.
           OPEN OUTPUT PpapRpt.

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1015-Load-One-Closed-PO
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1015-Load-One-Closed-PO.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF FD-PoStatus-Record(7:1) = 'C'
                 IF WS-Closed-PO-Cnt >= WS-Closed-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-PO-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-PO-Cnt
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
                 MOVE FD-PoStatus-Record(1:6) TO
                    WS-Closed-PO-Number(WS-Closed-PO-IDX)
              END-IF
           END-IF.

       1020-Load-Open-POs.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1020-Load-Open-POs"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1025-Load-One-Open-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1025-Load-One-Open-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 1027-Check-PO-Closed
                 IF WS-Closed-PO-Not-Found
                    PERFORM 1050-Add-PO-Row
                    MOVE PoOut-PO-NUMBER TO WS-PO-Number(WS-PO-IDX)
                    MOVE PoOut-PART-NUMBER TO WS-PO-Part(WS-PO-IDX)
                    MOVE PoOut-SUPPLIER-CODE TO
                       WS-PO-Supplier(WS-PO-IDX)
                    MOVE PoOut-BUYER-CODE TO WS-PO-Buyer(WS-PO-IDX)
                    MOVE PoOut-QUANTITY TO WS-PO-Quantity(WS-PO-IDX)
                    MOVE PoOut-ORDER-DATE TO
                       WS-PO-Order-Date(WS-PO-IDX)
                    MOVE PoOut-DELIVERY-DATE TO
                       WS-PO-Delivery-Date(WS-PO-IDX)
                    SET WS-PO-From-PoOut(WS-PO-IDX) TO TRUE
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1025-Load-One-Open-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1027-Check-PO-Closed.
           SET WS-Closed-PO-Not-Found TO TRUE.
           PERFORM VARYING WS-Closed-PO-IDX FROM 1 BY 1
              UNTIL WS-Closed-PO-IDX > WS-Closed-PO-Cnt
              IF WS-Closed-PO-Number(WS-Closed-PO-IDX) =
                 PoOut-PO-NUMBER
                 SET WS-Closed-PO-Found TO TRUE
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
              END-IF
           END-PERFORM.

      *    A missing hold queue just means nothing is held.
       1030-Load-Held-POs.
           OPEN INPUT HoldQueueFile.
           IF WS-HoldQueueFile-Good
              PERFORM 1035-Load-One-Held-PO
                 UNTIL WS-HoldQueueFile-EOF
              CLOSE HoldQueueFile
           END-IF.

       1035-Load-One-Held-PO.
           READ HoldQueueFile
              AT END SET WS-HoldQueueFile-EOF TO TRUE
           END-READ.
           IF WS-HoldQueueFile-Good
              ADD +1 TO FD-HoldQueue-Record-Cnt
              MOVE FD-HQ-Po-Image TO HeldPo-PURCHASE-ORDERS
              PERFORM 1050-Add-PO-Row
              MOVE HeldPo-PO-NUMBER TO WS-PO-Number(WS-PO-IDX)
              MOVE HeldPo-PART-NUMBER TO WS-PO-Part(WS-PO-IDX)
              MOVE HeldPo-SUPPLIER-CODE TO WS-PO-Supplier(WS-PO-IDX)
              MOVE HeldPo-BUYER-CODE TO WS-PO-Buyer(WS-PO-IDX)
              MOVE HeldPo-QUANTITY TO WS-PO-Quantity(WS-PO-IDX)
              MOVE HeldPo-ORDER-DATE TO WS-PO-Order-Date(WS-PO-IDX)
              MOVE HeldPo-DELIVERY-DATE TO
                 WS-PO-Delivery-Date(WS-PO-IDX)
              SET WS-PO-From-Hold(WS-PO-IDX) TO TRUE
           END-IF.

       1050-Add-PO-Row.
           IF WS-PO-Cnt >= WS-PO-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-PO-Cnt.
           SET WS-PO-IDX TO WS-PO-Cnt.
           MOVE SPACE TO WS-PO-Covered-Flag(WS-PO-IDX).

      *    The whole file in key order -- part, then supplier.
       2000-Report-Pending-Ppaps.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "PENDING PPAP REPORT  RUN DATE " WS-Today-Date
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "PART NUMBER             SUPPLIER   STATUS"
              "         SUBMITTED  DAYS  STATUS-DT  POS WAITING"
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           SET WS-Ppap-Browse-More TO TRUE.
           MOVE LOW-VALUES TO Ppap-PPAP-KEY.
           START PpapFile KEY >= Ppap-PPAP-KEY
              INVALID KEY SET WS-Ppap-Browse-Done TO TRUE
           END-START.
           PERFORM 2010-Browse-One-Ppap
              UNTIL WS-Ppap-Browse-Done.

       2010-Browse-One-Ppap.
           READ PpapFile NEXT
              AT END SET WS-Ppap-Browse-Done TO TRUE
           END-READ.
           IF WS-PpapFile-Good
              ADD +1 TO FD-PpapFile-Record-Cnt
              PERFORM 2020-Classify-Ppap
              PERFORM 2030-Mark-Pairing-POs
              IF WS-Ppap-Pending
                 PERFORM 2100-Write-Pending-Pairing
              END-IF
           ELSE
              SET WS-Ppap-Browse-Done TO TRUE
           END-IF.

      *    POCALL's 2150 test, from the other side.
       2020-Classify-Ppap.
           SET WS-Ppap-Pending TO TRUE.
           EVALUATE TRUE
              WHEN Ppap-APPROVED
                 SET WS-Ppap-Cleared TO TRUE
              WHEN Ppap-INTERIM AND
                   Ppap-INTERIM-EXPIRY > ZERO AND
                   Ppap-INTERIM-EXPIRY < WS-Today-Date
                 MOVE "INTERIM LAPSED" TO WS-Status-Text
              WHEN Ppap-INTERIM
                 SET WS-Ppap-Cleared TO TRUE
              WHEN Ppap-REJECTED
                 MOVE "REJECTED" TO WS-Status-Text
              WHEN OTHER
                 MOVE "SUBMITTED" TO WS-Status-Text
           END-EVALUATE.

       2030-Mark-Pairing-POs.
           MOVE ZERO TO WS-Pair-PO-Cnt.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Cnt
              IF WS-PO-Part(WS-PO-IDX) = Ppap-PART-NUMBER AND
                 WS-PO-Supplier(WS-PO-IDX) = Ppap-SUPPLIER-CODE
                 MOVE 'Y' TO WS-PO-Covered-Flag(WS-PO-IDX)
                 ADD +1 TO WS-Pair-PO-Cnt
              END-IF
           END-PERFORM.

       2100-Write-Pending-Pairing.
           ADD +1 TO WS-Pending-Cnt.
           MOVE ZERO TO WS-Days-Waiting.
           IF Ppap-SUBMIT-DATE > ZERO
              COMPUTE WS-Submit-Int =
                 FUNCTION INTEGER-OF-DATE(Ppap-SUBMIT-DATE)
              IF WS-Submit-Int > ZERO
                 COMPUTE WS-Days-Waiting =
                    WS-Today-Int - WS-Submit-Int
              END-IF
           END-IF.
           MOVE WS-Days-Waiting TO WS-Days-Edit.
           MOVE WS-Pair-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING Ppap-PART-NUMBER " "
              Ppap-SUPPLIER-CODE " "
              WS-Status-Text " "
              Ppap-SUBMIT-DATE " "
              WS-Days-Edit " "
              Ppap-STATUS-DATE " "
              WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           IF WS-Pair-PO-Cnt > ZERO
              ADD +1 TO WS-Pending-With-PO-Cnt
              PERFORM 2110-Write-Waiting-PO
                 VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-Cnt
           END-IF.

       2110-Write-Waiting-PO.
           IF WS-PO-Part(WS-PO-IDX) = Ppap-PART-NUMBER AND
              WS-PO-Supplier(WS-PO-IDX) = Ppap-SUPPLIER-CODE
              ADD +1 TO WS-Waiting-PO-Cnt
              PERFORM 2200-Write-PO-Line
           END-IF.

       2200-Write-PO-Line.
           IF WS-PO-From-Hold(WS-PO-IDX)
              MOVE "ON HOLD" TO WS-Source-Text
           ELSE
              MOVE "OPEN" TO WS-Source-Text
           END-IF.
           MOVE WS-PO-Quantity(WS-PO-IDX) TO WS-Qty-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "      PO " WS-PO-Number(WS-PO-IDX)
              "  " WS-Source-Text
              " BUYER " WS-PO-Buyer(WS-PO-IDX)
              "  ORDERED " WS-PO-Order-Date(WS-PO-IDX)
              "  DUE " WS-PO-Delivery-Date(WS-PO-IDX)
              "  QTY " WS-Qty-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

       2500-Report-No-Ppap-POs.
           MOVE SPACES TO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "OPEN POS ON PAIRINGS WITH NO PPAP ON FILE"
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           PERFORM 2510-Write-No-Ppap-PO
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Cnt.
           IF WS-No-Ppap-PO-Cnt = ZERO
              MOVE SPACES TO FD-PpapRpt-Record
              STRING "      NONE" DELIMITED BY SIZE
                 INTO FD-PpapRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.

       2510-Write-No-Ppap-PO.
           IF NOT WS-PO-Covered(WS-PO-IDX) AND
              WS-PO-Part(WS-PO-IDX) > SPACES
              ADD +1 TO WS-No-Ppap-PO-Cnt
              MOVE SPACES TO FD-PpapRpt-Record
              STRING "   " WS-PO-Part(WS-PO-IDX) " "
                 WS-PO-Supplier(WS-PO-IDX)
                 DELIMITED BY SIZE INTO FD-PpapRpt-Record
              PERFORM 2990-Write-Rpt-Line
              PERFORM 2200-Write-PO-Line
           END-IF.

       2990-Write-Rpt-Line.
           WRITE FD-PpapRpt-Record.
           IF WS-PpapRpt-Good
              ADD +1 TO FD-PpapRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ppap-pending-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-PpapRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "PPAPRPT: 3000-End-Job".
           MOVE SPACES TO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Pending-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "PENDING PAIRINGS:          " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Pending-With-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "  WITH POS WAITING:        " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Waiting-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "POS WAITING ON PPAP:       " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-No-Ppap-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PpapRpt-Record.
           STRING "OPEN POS WITH NO PPAP:     " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PpapRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE PpapFile PpapRpt.
           DISPLAY "  Ppap-Rpt: PPAP Records Read:  "
              FD-PpapFile-Record-Cnt.
           DISPLAY "  Ppap-Rpt: POOUT Records Read: "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Ppap-Rpt: Held POs Read:      "
              FD-HoldQueue-Record-Cnt.
           DISPLAY "  Ppap-Rpt: Pending Pairings:   " WS-Pending-Cnt.
           DISPLAY "  Ppap-Rpt: POs Waiting:        "
              WS-Waiting-PO-Cnt.
           DISPLAY "  Ppap-Rpt: Open POs No PPAP:   "
              WS-No-Ppap-PO-Cnt.
