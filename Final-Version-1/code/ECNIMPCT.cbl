      ***********************************************************
      * Program name:    ECNIMPCT
      * Original author: David Stagowski
      *
      *    Description: Engineering change impact on open purchase
      *       orders.
      *
      *    ENGRECON tells us when PARTOUT and engineering disagree
      *    on a revision; the dangerous case is a change landing
      *    while POs are open and the supplier is still building
      *    to the old one.  This takes every ECN on engineering's
      *    ../data/ecn.dat.txt and finds each open or partially
      *    received PO (POOUT, po-status not 'C'; no status row
      *    means nothing received yet) for the ECN's part.
      *
      *    Buyer action list (../data/ecn-action-rpt.dat.txt):
      *    the affected POs sorted by buyer then supplier, each
      *    with the ECN, the revision change, the effective date,
      *    and what the disposition asks the buyer to do --
      *    use-up, rework or scrap.  A supplier that has already
      *    acknowledged the ECN (ecn-supplier-ack.dat.txt) is
      *    marked ACK'D.
      *
      *    Supplier notifications (../data/ecn-supplier-notify
      *    .dat.txt): one record per ECN per supplier with open
      *    POs on the part that hasn't acknowledged it, addressed
      *    to the supplier's first CONTOUT contact (the RFQISSUE
      *    way) -- purchasing sends these out and records the
      *    acknowledgements as they come back.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-27 dastagg       Created for ECN impact
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ECNIMPCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EcnFile
           ASSIGN TO "../data/ecn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EcnFile-Status.

           SELECT EcnAckFile
           ASSIGN TO "../data/ecn-supplier-ack.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EcnAckFile-Status.

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

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

           SELECT ActionRpt
           ASSIGN TO "../data/ecn-action-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ActionRpt-Status.

           SELECT NotifyFile
           ASSIGN TO "../data/ecn-supplier-notify.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NotifyFile-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  EcnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ECNREC REPLACING ==:tag:== BY ==Ecn==.

       FD  EcnAckFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ECNACK REPLACING ==:tag:== BY ==Ack==.

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

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  ActionRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ActionRpt-Record          PIC X(132).

       FD  NotifyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Notify-Record.
           05 FD-Ntfy-Ecn-Number        PIC X(08).
           05 FD-Ntfy-Supplier          PIC X(10).
           05 FD-Ntfy-Part-Number       PIC X(23).
           05 FD-Ntfy-Old-Spec          PIC X(07).
           05 FD-Ntfy-New-Spec          PIC X(07).
           05 FD-Ntfy-Old-Blueprint     PIC X(10).
           05 FD-Ntfy-New-Blueprint     PIC X(10).
           05 FD-Ntfy-Effective-Date    PIC 9(08).
           05 FD-Ntfy-Disposition       PIC X(01).
           05 FD-Ntfy-Open-PO-Cnt       PIC 9(04).
           05 FD-Ntfy-Contact-Name      PIC X(20).
           05 FD-Ntfy-Contact-Email     PIC X(30).
           05 FD-Ntfy-Contact-Phone     PIC X(12).

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Buyer             PIC X(03).
           05 Sort-Supplier          PIC X(10).
           05 Sort-Ecn-IDX           PIC 9(04).
           05 Sort-PO-Number         PIC X(06).
           05 Sort-Quantity          PIC 9(08).
           05 Sort-Delivery-Date     PIC X(08).
           05 Sort-PO-Status         PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==EcnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EcnAckFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ActionRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==NotifyFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-ActionRpt-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-Notify-Record-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Affected-PO-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Buyer-PO-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Acked-Line-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Contact-Cnt            PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-Contact-Found-Flag        PIC X.
              88 WS-Contact-Found             VALUE 'Y'.
              88 WS-Contact-Not-Found         VALUE 'N'.
           12 WS-Acked-Flag                PIC X.
              88 WS-Acked                     VALUE 'Y'.
              88 WS-Not-Acked                 VALUE 'N'.

      *    Every ECN engineering has released.
       01  WS-Ecn-Storage.
           12 WS-Ecn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Ecn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Ecn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ecn-Cnt
              INDEXED BY WS-Ecn-IDX.
              15 WS-Ecn-Number             PIC X(08).
              15 WS-Ecn-Part               PIC X(23).
              15 WS-Ecn-Old-Spec           PIC X(07).
              15 WS-Ecn-New-Spec           PIC X(07).
              15 WS-Ecn-Old-Blueprint      PIC X(10).
              15 WS-Ecn-New-Blueprint      PIC X(10).
              15 WS-Ecn-Eff-Date           PIC 9(08).
              15 WS-Ecn-Disposition        PIC X(01).

       01  WS-Ack-Storage.
           12 WS-Ack-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Ack-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Ack-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Ack-Cnt
              INDEXED BY WS-Ack-IDX.
              15 WS-Ack-Ecn                PIC X(08).
              15 WS-Ack-Supplier           PIC X(10).

      *    Receiving status of every PO RECMATCH has seen.
       01  WS-PO-Status-Storage.
           12 WS-Stat-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Stat-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Stat-Cnt
              INDEXED BY WS-Stat-IDX.
              15 WS-Stat-PO-Number         PIC X(06).
              15 WS-Stat-Status            PIC X(01).
           12 WS-Hold-PO-Status            PIC X(01).
              88 WS-Hold-PO-Open              VALUE 'O'.
              88 WS-Hold-PO-Partial           VALUE 'P'.
              88 WS-Hold-PO-Closed            VALUE 'C'.

      *    One row per ECN and supplier with open POs -- what the
      *    notification file is built from.
       01  WS-Notify-Storage.
           12 WS-Ntfy-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Ntfy-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Ntfy-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Ntfy-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Ntfy-Cnt
              INDEXED BY WS-Ntfy-IDX.
              15 WS-Ntfy-Ecn-IDX           PIC S9(4) COMP.
              15 WS-Ntfy-Supplier          PIC X(10).
              15 WS-Ntfy-PO-Cnt            PIC S9(4) COMP.
              15 WS-Ntfy-Acked-Flag        PIC X(01).

       01  WS-Control-Break-Fields.
           12 WS-Prev-Buyer                PIC X(03) VALUE SPACES.
           12 WS-Prev-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.

       01  WS-Report-Edit-Fields.
           12 WS-Action-Text               PIC X(24) VALUE SPACES.
           12 WS-Status-Text               PIC X(07) VALUE SPACES.
           12 WS-Ack-Text                  PIC X(05) VALUE SPACES.
           12 WS-Qty-Edit                  PIC Z(7)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       01  WS-Today-Date                   PIC 9(08) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Buyer
              ON ASCENDING KEY Sort-Supplier
              ON ASCENDING KEY Sort-Ecn-IDX
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 2000-Release-Records
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Write-Action-List
                 THRU 3599-Action-Exit.
           PERFORM 4000-Write-Notifications.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "ECNIMPCT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Ecn-Table.
           PERFORM 1020-Load-Ack-Table.
           PERFORM 1030-Load-PO-Status-Table.
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
           OPEN INPUT ContOut.
           OPEN OUTPUT ActionRpt NotifyFile.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "ECN BUYER ACTION LIST  RUN DATE " WS-Today-Date
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

      *    No ECN file just means engineering hasn't released a
      *    change -- the lists come out empty.
       1010-Load-Ecn-Table.
           OPEN INPUT EcnFile.
           IF WS-EcnFile-Good
              PERFORM 1015-Load-One-Ecn UNTIL WS-EcnFile-EOF
              CLOSE EcnFile
           END-IF.

       1015-Load-One-Ecn.
           READ EcnFile
              AT END SET WS-EcnFile-EOF TO TRUE
           END-READ.
           IF WS-EcnFile-Good AND Ecn-PART-NUMBER > SPACES
              IF WS-Ecn-Cnt >= WS-Ecn-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Ecn-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ecn-Cnt
              SET WS-Ecn-IDX TO WS-Ecn-Cnt
              MOVE Ecn-ECN-NUMBER TO WS-Ecn-Number(WS-Ecn-IDX)
              MOVE Ecn-PART-NUMBER TO WS-Ecn-Part(WS-Ecn-IDX)
              MOVE Ecn-OLD-SPEC-NUMBER TO
                 WS-Ecn-Old-Spec(WS-Ecn-IDX)
              MOVE Ecn-NEW-SPEC-NUMBER TO
                 WS-Ecn-New-Spec(WS-Ecn-IDX)
              MOVE Ecn-OLD-BLUEPRINT TO
                 WS-Ecn-Old-Blueprint(WS-Ecn-IDX)
              MOVE Ecn-NEW-BLUEPRINT TO
                 WS-Ecn-New-Blueprint(WS-Ecn-IDX)
              IF Ecn-EFFECTIVE-DATE IS NUMERIC
                 MOVE Ecn-EFFECTIVE-DATE TO
                    WS-Ecn-Eff-Date(WS-Ecn-IDX)
              ELSE
                 MOVE ZERO TO WS-Ecn-Eff-Date(WS-Ecn-IDX)
              END-IF
              MOVE Ecn-DISPOSITION TO
                 WS-Ecn-Disposition(WS-Ecn-IDX)
           END-IF.

       1020-Load-Ack-Table.
           OPEN INPUT EcnAckFile.
           IF WS-EcnAckFile-Good
              PERFORM 1025-Load-One-Ack UNTIL WS-EcnAckFile-EOF
              CLOSE EcnAckFile
           END-IF.

       1025-Load-One-Ack.
           READ EcnAckFile
              AT END SET WS-EcnAckFile-EOF TO TRUE
           END-READ.
           IF WS-EcnAckFile-Good AND Ack-ECN-NUMBER > SPACES
              IF WS-Ack-Cnt >= WS-Ack-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Ack-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ack-Cnt
              SET WS-Ack-IDX TO WS-Ack-Cnt
              MOVE Ack-ECN-NUMBER TO WS-Ack-Ecn(WS-Ack-IDX)
              MOVE Ack-SUPPLIER-CODE TO WS-Ack-Supplier(WS-Ack-IDX)
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
           END-IF.

       2000-Release-Records.
           PERFORM 2010-Release-One-PO UNTIL WS-PoOut-EOF.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2020-Find-PO-Status
                 IF NOT WS-Hold-PO-Closed
                    PERFORM 2030-Release-PO-Ecn
                       VARYING WS-Ecn-IDX FROM 1 BY 1
                       UNTIL WS-Ecn-IDX > WS-Ecn-Cnt
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 CONTINUE
              ELSE
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

       2020-Find-PO-Status.
           MOVE 'O' TO WS-Hold-PO-Status.
           PERFORM VARYING WS-Stat-IDX FROM 1 BY 1
              UNTIL WS-Stat-IDX > WS-Stat-Cnt
              IF WS-Stat-PO-Number(WS-Stat-IDX) = PoOut-PO-NUMBER
                 MOVE WS-Stat-Status(WS-Stat-IDX) TO
                    WS-Hold-PO-Status
                 SET WS-Stat-IDX TO WS-Stat-Cnt
              END-IF
           END-PERFORM.

       2030-Release-PO-Ecn.
           IF WS-Ecn-Part(WS-Ecn-IDX) = PoOut-PART-NUMBER
              MOVE PoOut-BUYER-CODE TO Sort-Buyer
              MOVE PoOut-SUPPLIER-CODE TO Sort-Supplier
              SET Sort-Ecn-IDX TO WS-Ecn-IDX
              MOVE PoOut-PO-NUMBER TO Sort-PO-Number
              MOVE PoOut-QUANTITY TO Sort-Quantity
              MOVE PoOut-DELIVERY-DATE TO Sort-Delivery-Date
              MOVE WS-Hold-PO-Status TO Sort-PO-Status
              RELEASE Sort-Record
           END-IF.

       2990-Write-Rpt-Line.
           WRITE FD-ActionRpt-Record.
           IF WS-ActionRpt-Good
              ADD +1 TO FD-ActionRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ecn-action-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-ActionRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "ECNIMPCT: 3000-End-Job".
           MOVE SPACES TO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Affected-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "PO/ECN LINES NEEDING ACTION:  " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Acked-Line-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "  SUPPLIER ALREADY ACK'D:     " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE FD-Notify-Record-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "SUPPLIER NOTIFICATIONS:       " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-No-Contact-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "  WITH NO CONTOUT CONTACT:    " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE PoOut ContOut ActionRpt NotifyFile.
           DISPLAY "  Ecn-Impact: ECNs On File:       " WS-Ecn-Cnt.
           DISPLAY "  Ecn-Impact: POOUT Records Read: "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Ecn-Impact: Affected PO Lines:  "
              WS-Affected-PO-Cnt.
           DISPLAY "  Ecn-Impact: Notifications:      "
              FD-Notify-Record-Cnt.

      *    Buyer, then supplier -- each buyer's work in one place.
       3500-Write-Action-List.
           MOVE SPACES TO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "BYR SUPPLIER   PO     ECN      PART NUMBER     "
              "        SPEC OLD>NEW    EFFECTIVE ACTION"
              "                   STATUS  QTY       DUE      ACK"
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           PERFORM 3510-Return-One-Record UNTIL WS-Sort-EOF.
           IF WS-Prev-Buyer NOT = SPACES
              PERFORM 3540-Write-Buyer-Total
           END-IF.
           IF WS-Affected-PO-Cnt = ZERO
              MOVE SPACES TO FD-ActionRpt-Record
              STRING "    NO OPEN POS AFFECTED BY AN ECN"
                 DELIMITED BY SIZE INTO FD-ActionRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.

       3599-Action-Exit.
           EXIT.

       3510-Return-One-Record.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF Sort-Buyer NOT = WS-Prev-Buyer
                 IF WS-Prev-Buyer NOT = SPACES
                    PERFORM 3540-Write-Buyer-Total
                 END-IF
                 MOVE Sort-Buyer TO WS-Prev-Buyer
                 MOVE SPACES TO WS-Prev-Supplier
                 MOVE SPACES TO FD-ActionRpt-Record
                 PERFORM 2990-Write-Rpt-Line
              END-IF
              IF Sort-Supplier NOT = WS-Prev-Supplier
                 MOVE Sort-Supplier TO WS-Prev-Supplier
              END-IF
              SET WS-Ecn-IDX TO Sort-Ecn-IDX
              PERFORM 3515-Check-Acked
              PERFORM 3520-Write-Action-Line
              PERFORM 3530-Note-Notification
           END-IF.

       3515-Check-Acked.
           SET WS-Not-Acked TO TRUE.
           PERFORM VARYING WS-Ack-IDX FROM 1 BY 1
              UNTIL WS-Ack-IDX > WS-Ack-Cnt
              IF WS-Ack-Ecn(WS-Ack-IDX) = WS-Ecn-Number(WS-Ecn-IDX)
                 AND WS-Ack-Supplier(WS-Ack-IDX) = Sort-Supplier
                 SET WS-Acked TO TRUE
                 SET WS-Ack-IDX TO WS-Ack-Cnt
              END-IF
           END-PERFORM.

       3520-Write-Action-Line.
           ADD +1 TO WS-Affected-PO-Cnt.
           ADD +1 TO WS-Buyer-PO-Cnt.
           EVALUATE WS-Ecn-Disposition(WS-Ecn-IDX)
              WHEN 'U'
                 MOVE "USE UP OLD REV, CUT IN" TO WS-Action-Text
              WHEN 'R'
                 MOVE "REWORK TO NEW REV" TO WS-Action-Text
              WHEN 'S'
                 MOVE "SCRAP OLD REV, AMEND PO" TO WS-Action-Text
              WHEN OTHER
                 MOVE "NO DISPOSITION - ASK ENG" TO WS-Action-Text
           END-EVALUATE.
           IF Sort-PO-Status = 'P'
              MOVE "PARTIAL" TO WS-Status-Text
           ELSE
              MOVE "OPEN" TO WS-Status-Text
           END-IF.
           IF WS-Acked
              MOVE "ACK'D" TO WS-Ack-Text
              ADD +1 TO WS-Acked-Line-Cnt
           ELSE
              MOVE SPACES TO WS-Ack-Text
           END-IF.
           MOVE Sort-Quantity TO WS-Qty-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING Sort-Buyer " "
              Sort-Supplier " "
              Sort-PO-Number " "
              WS-Ecn-Number(WS-Ecn-IDX) " "
              WS-Ecn-Part(WS-Ecn-IDX) " "
              WS-Ecn-Old-Spec(WS-Ecn-IDX) ">"
              WS-Ecn-New-Spec(WS-Ecn-IDX) " "
              WS-Ecn-Eff-Date(WS-Ecn-IDX) " "
              WS-Action-Text " "
              WS-Status-Text " "
              WS-Qty-Edit " "
              Sort-Delivery-Date " "
              WS-Ack-Text
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           IF WS-Ecn-Old-Blueprint(WS-Ecn-IDX) NOT =
              WS-Ecn-New-Blueprint(WS-Ecn-IDX)
              MOVE SPACES TO FD-ActionRpt-Record
              STRING "                                 BLUEPRINT "
                 WS-Ecn-Old-Blueprint(WS-Ecn-IDX) ">"
                 WS-Ecn-New-Blueprint(WS-Ecn-IDX)
                 DELIMITED BY SIZE INTO FD-ActionRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.

       3530-Note-Notification.
           MOVE ZERO TO WS-Ntfy-Match-IDX.
           PERFORM VARYING WS-Ntfy-IDX FROM 1 BY 1
              UNTIL WS-Ntfy-IDX > WS-Ntfy-Cnt
              IF WS-Ntfy-Ecn-IDX(WS-Ntfy-IDX) = Sort-Ecn-IDX AND
                 WS-Ntfy-Supplier(WS-Ntfy-IDX) = Sort-Supplier
                 SET WS-Ntfy-Match-IDX TO WS-Ntfy-IDX
                 SET WS-Ntfy-IDX TO WS-Ntfy-Cnt
              END-IF
           END-PERFORM.
           IF WS-Ntfy-Match-IDX = ZERO
              IF WS-Ntfy-Cnt >= WS-Ntfy-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Notify-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Ntfy-Cnt
              MOVE WS-Ntfy-Cnt TO WS-Ntfy-Match-IDX
              MOVE Sort-Ecn-IDX TO
                 WS-Ntfy-Ecn-IDX(WS-Ntfy-Match-IDX)
              MOVE Sort-Supplier TO
                 WS-Ntfy-Supplier(WS-Ntfy-Match-IDX)
              MOVE ZERO TO WS-Ntfy-PO-Cnt(WS-Ntfy-Match-IDX)
              MOVE WS-Acked-Flag TO
                 WS-Ntfy-Acked-Flag(WS-Ntfy-Match-IDX)
           END-IF.
           ADD +1 TO WS-Ntfy-PO-Cnt(WS-Ntfy-Match-IDX).

       3540-Write-Buyer-Total.
           MOVE WS-Buyer-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ActionRpt-Record.
           STRING "    BUYER " WS-Prev-Buyer " LINES " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ActionRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE ZERO TO WS-Buyer-PO-Cnt.

       4000-Write-Notifications.
           PERFORM 4010-Write-One-Notification
              VARYING WS-Ntfy-IDX FROM 1 BY 1
              UNTIL WS-Ntfy-IDX > WS-Ntfy-Cnt.

       4010-Write-One-Notification.
           IF WS-Ntfy-Acked-Flag(WS-Ntfy-IDX) NOT = 'Y'
              SET WS-Ecn-IDX TO WS-Ntfy-Ecn-IDX(WS-Ntfy-IDX)
              MOVE WS-Ntfy-Supplier(WS-Ntfy-IDX) TO WS-Hold-Supplier
              PERFORM 4020-Fetch-First-Contact
              MOVE SPACES TO FD-Notify-Record
              MOVE WS-Ecn-Number(WS-Ecn-IDX) TO FD-Ntfy-Ecn-Number
              MOVE WS-Hold-Supplier TO FD-Ntfy-Supplier
              MOVE WS-Ecn-Part(WS-Ecn-IDX) TO FD-Ntfy-Part-Number
              MOVE WS-Ecn-Old-Spec(WS-Ecn-IDX) TO FD-Ntfy-Old-Spec
              MOVE WS-Ecn-New-Spec(WS-Ecn-IDX) TO FD-Ntfy-New-Spec
              MOVE WS-Ecn-Old-Blueprint(WS-Ecn-IDX) TO
                 FD-Ntfy-Old-Blueprint
              MOVE WS-Ecn-New-Blueprint(WS-Ecn-IDX) TO
                 FD-Ntfy-New-Blueprint
              MOVE WS-Ecn-Eff-Date(WS-Ecn-IDX) TO
                 FD-Ntfy-Effective-Date
              MOVE WS-Ecn-Disposition(WS-Ecn-IDX) TO
                 FD-Ntfy-Disposition
              MOVE WS-Ntfy-PO-Cnt(WS-Ntfy-IDX) TO FD-Ntfy-Open-PO-Cnt
              IF WS-Contact-Found
                 MOVE Cont-CONTACT-NAME TO FD-Ntfy-Contact-Name
                 MOVE Cont-CONTACT-EMAIL TO FD-Ntfy-Contact-Email
                 MOVE Cont-CONTACT-PHONE TO FD-Ntfy-Contact-Phone
              ELSE
                 ADD +1 TO WS-No-Contact-Cnt
                 MOVE "PURCHASING MANAGER" TO FD-Ntfy-Contact-Name
              END-IF
              WRITE FD-Notify-Record
              IF WS-NotifyFile-Good
                 ADD +1 TO FD-Notify-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "ecn-supplier-notify" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 4010-Write-One-Notification"
                 DISPLAY "File Status: " WS-NotifyFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       4020-Fetch-First-Contact.
           SET WS-Contact-Not-Found TO TRUE.
           MOVE WS-Hold-Supplier TO Cont-SUPPLIER-CODE.
           MOVE ZERO TO Cont-CONTACT-SEQ.
           START ContOut KEY >= Cont-CONT-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-ContOut-Good
              READ ContOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-ContOut-Good AND
                 Cont-SUPPLIER-CODE = WS-Hold-Supplier
                 SET WS-Contact-Found TO TRUE
              END-IF
           END-IF.
