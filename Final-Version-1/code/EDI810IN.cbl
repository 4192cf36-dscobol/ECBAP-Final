      ***********************************************************
      * Program name:    EDI810IN
      * Original author: David Stagowski
      *
      *    Description: Inbound EDI 810 invoice intake -- builds
      *       the AP invoice file APMATCH reads.
      *
      *    AP keys ap-invoices.dat.txt from paper and PDF, though
      *    half the suppliers can send 810s over the same VAN as
      *    the 850/855/856 traffic.  This parses the 810 file the
      *    VAN delivers -- one segment per line, elements split
      *    on '*', the same shape EDI850X writes -- checks the
      *    envelope, and maps each IT1 line to an ap-invoices
      *    record (invoice number, supplier, PO, quantity, unit
      *    price, currency, invoice date), appended after
      *    whatever AP has keyed.
      *
      *    Segments used:  ISA (ISA13 control number),
      *    GS (GS02 sender = our SUPPLIER-CODE, GS06 group
      *    number), ST/SE, BIG (BIG01 invoice date, BIG02 invoice
      *    number, BIG04 PO-NUMBER), CUR (CUR02 currency;
      *    without one the PO's currency is taken), IT1 (IT102
      *    quantity, IT104 unit price), GE, IEA.  Anything else
      *    is passed over.
      *
      *    Envelope checks: SE01 must equal the segment count ST
      *    through SE and SE02 the ST02 number; GE02 must equal
      *    GS06 and GE01 the sets in the group; IEA02 must equal
      *    ISA13 and IEA01 the groups.  Lines are held until the
      *    interchange closes; a broken transaction set rejects
      *    its own invoice, a broken group or interchange rejects
      *    everything in it, and nothing from a rejected envelope
      *    reaches AP.
      *
      *    An invoice is also rejected when its PO-NUMBER is on
      *    neither POOUT nor the PO archive, when the sender is
      *    not the PO's SUPPLIER-CODE, or when the supplier has
      *    already sent that invoice number -- every accepted
      *    invoice is kept on the keyed invoice register
      *    (INVREG), so a duplicate is caught on any later run.
      *    Rejected lines go to edi810-reject-rpt.dat.txt with
      *    the reason.
      *
      *    Every functional group is logged for its 997 on the
      *    inbound group log (EDIGRP) when its interchange
      *    closes: sets received, sets whose invoice lines all
      *    went through, and the AK9 code -- R for the whole
      *    group when its GE or the interchange envelope is bad.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-15 dastagg       Created for 810 invoice intake
      * 2026-09-16 dastagg       Each functional group logged
      *                          for the outbound 997.
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
       PROGRAM-ID. EDI810IN.

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

      *    POARCH's SELECT is the authority.  A missing archive
      *    just means nothing has been archived yet.
           SELECT PoArchFile
           ASSIGN TO "../data/po-archive.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoArchFile-Status.

           SELECT Inv810File
           ASSIGN TO "../data/edi810-in.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Inv810File-Status.

      *    Opened I-O; a missing register is created on first use.
           SELECT InvReg
           ASSIGN TO INVREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS InvReg-INV-KEY
           FILE STATUS IS WS-InvReg-Status.

      *    APMATCH's SELECT is the authority -- appended to, so
      *    AP's keyed invoices stay alongside.
           SELECT InvoiceFile
           ASSIGN TO "../data/ap-invoices.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InvoiceFile-Status.

      *    Appended -- EDI997X empties it once the 997s are out.
           SELECT GroupLog
           ASSIGN TO "../data/edi-inbound-groups.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GroupLog-Status.

           SELECT RejectRpt
           ASSIGN TO "../data/edi810-reject-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RejectRpt-Status.

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

       FD  Inv810File
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Inv810-Record             PIC X(256).

       FD  InvReg
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY INVREG REPLACING ==:tag:== BY ==InvReg==.

       FD  InvoiceFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Invoice-Record.
           05 FD-Inv-Number             PIC X(10).
           05 FD-Inv-Supplier           PIC X(10).
           05 FD-Inv-PO-Number          PIC X(06).
           05 FD-Inv-Quantity           PIC 9(07).
           05 FD-Inv-Unit-Price         PIC 9(07)V99.
           05 FD-Inv-Currency           PIC X(03).
           05 FD-Inv-Date               PIC 9(08).

       FD  GroupLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDIGRP REPLACING ==:tag:== BY ==GrpLog==.

       FD  RejectRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RejectRpt-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==Inv810File==.
           COPY WSFST REPLACING ==:tag:== BY ==InvReg==.
           COPY WSFST REPLACING ==:tag:== BY ==InvoiceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GroupLog==.
           COPY WSFST REPLACING ==:tag:== BY ==RejectRpt==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-Inv810-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-Invoice-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-RejectRpt-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-GroupLog-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Interchange-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Bad-Envelope-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Invoice-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Registered-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Outside-Envelope-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Run-Date                     PIC 9(08) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-PO-Row-Found-Flag         PIC X.
              88 WS-PO-Row-Found              VALUE 'Y'.
              88 WS-PO-Row-Not-Found          VALUE 'N'.
           12 WS-In-Interchange-Flag       PIC X VALUE 'N'.
              88 WS-In-Interchange            VALUE 'Y'.
              88 WS-Not-In-Interchange        VALUE 'N'.
           12 WS-Envelope-Bad-Flag         PIC X VALUE 'N'.
              88 WS-Envelope-Bad              VALUE 'Y'.
              88 WS-Envelope-Ok               VALUE 'N'.
           12 WS-Have-Invoice-Flag         PIC X VALUE 'N'.
              88 WS-Have-Invoice              VALUE 'Y'.
              88 WS-No-Invoice                VALUE 'N'.

      *    One 810 segment split on the element separator --
      *    WS-Elem(1) is the segment id.
       01  WS-Segment-Work.
           12 WS-Elem-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Elem-Table.
              15 WS-Elem OCCURS 20 TIMES   PIC X(30).

      *    Envelope state for the interchange being read.
       01  WS-Envelope-Fields.
           12 WS-ISA-Control               PIC X(09) VALUE SPACES.
           12 WS-GS-Control                PIC X(09) VALUE SPACES.
           12 WS-ST-Control                PIC X(09) VALUE SPACES.
           12 WS-GS-Sender                 PIC X(10) VALUE SPACES.
           12 WS-Group-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Set-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Set-Seg-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Set-Start-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Group-Start-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Trailer-Cnt               PIC S9(7) VALUE ZERO.
           12 WS-Reject-Reason             PIC X(20) VALUE SPACES.
           12 WS-Mark-From-IDX             PIC S9(4) COMP VALUE ZERO.

      *    The invoice (BIG) currently open in the set.
       01  WS-Cur-Invoice-Fields.
           12 WS-Cur-Inv-Number            PIC X(10) VALUE SPACES.
           12 WS-Cur-Inv-Date              PIC 9(08) VALUE ZERO.
           12 WS-Cur-Inv-PO                PIC X(06) VALUE SPACES.
           12 WS-Cur-Inv-Currency          PIC X(03) VALUE SPACES.
           12 WS-Cur-Inv-Reason            PIC X(20) VALUE SPACES.
           12 WS-Cur-Inv-Start-IDX         PIC S9(4) COMP VALUE ZERO.

      *    POs on POOUT and the archive -- who they were raised
      *    against and in what currency.
       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Element-Counter    PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Occurs-Dep-Counter     PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Occurs-Dep-Counter
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number          PIC X(06).
              15 WS-PO-Supplier        PIC X(10).
              15 WS-PO-Currency        PIC X(03).

      *    Invoice lines held until their interchange closes.
       01  WS-Line-Table-Storage.
           12 WS-Line-Max-Cnt              PIC S9(4) COMP VALUE +5000.
           12 WS-Line-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Table OCCURS 0 TO 5000 TIMES
              DEPENDING ON WS-Line-Cnt
              INDEXED BY WS-Line-IDX.
              15 WS-Line-Inv-Number        PIC X(10).
              15 WS-Line-Supplier          PIC X(10).
              15 WS-Line-PO-Number         PIC X(06).
              15 WS-Line-Quantity          PIC 9(07).
              15 WS-Line-Unit-Price        PIC 9(07)V99.
              15 WS-Line-Currency          PIC X(03).
              15 WS-Line-Inv-Date          PIC 9(08).
              15 WS-Line-Reason            PIC X(20).

      *    The functional groups of the interchange being read,
      *    held with their lines until the IEA decides them.
       01  WS-Group-Storage.
           12 WS-Grp-Max-Cnt               PIC S9(4) COMP VALUE +99.
           12 WS-Grp-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Grp-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Grp-Cnt
              INDEXED BY WS-Grp-IDX.
              15 WS-Grp-Supplier           PIC X(10).
              15 WS-Grp-Control            PIC X(09).
              15 WS-Grp-Sets-Rcvd          PIC S9(5) COMP VALUE ZERO.
              15 WS-Grp-Sets-Ok            PIC S9(5) COMP VALUE ZERO.
              15 WS-Grp-State-Flag         PIC X.
                 88 WS-Grp-Open               VALUE 'O'.
                 88 WS-Grp-Closed             VALUE 'C'.
                 88 WS-Grp-Bad                VALUE 'B'.
           12 WS-Set-Ok-Flag               PIC X.
              88 WS-Set-Ok                    VALUE 'Y'.
              88 WS-Set-Not-Ok                VALUE 'N'.

       01  WS-Hold-Fields.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Quantity             PIC S9(9)V99 VALUE ZERO.
           12 WS-Hold-Price                PIC S9(9)V99 VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Price-Edit                PIC Z(6)9.99.

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-Edi-Line UNTIL WS-Inv810File-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "EDI810IN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date.
           PERFORM 1020-Load-Po-File.
           PERFORM 1030-Load-Po-Archive.
           OPEN I-O InvReg.
           IF NOT WS-InvReg-Good
              OPEN OUTPUT InvReg
              CLOSE InvReg
              OPEN I-O InvReg
           END-IF.
           OPEN EXTEND InvoiceFile.
           IF NOT WS-InvoiceFile-Good
              OPEN OUTPUT InvoiceFile
           END-IF.
           OPEN EXTEND GroupLog.
           IF NOT WS-GroupLog-Good
              OPEN OUTPUT GroupLog
           END-IF.
           OPEN OUTPUT RejectRpt.
           MOVE SPACES TO FD-RejectRpt-Record.
           STRING "REASON               INVOICE    SUPPLIER   PO"
              "         QTY UNIT-PRICE CUR INV-DATE INTERCHG"
              DELIMITED BY SIZE INTO FD-RejectRpt-Record.
           PERFORM 2900-Write-Reject-Line.
           OPEN INPUT Inv810File.

       1020-Load-Po-File.
           OPEN INPUT PoOut.
           PERFORM 1025-Load-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1025-Load-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 PERFORM 2110-Find-PO-Row
                 IF WS-PO-Row-Not-Found
                    PERFORM 1050-Add-PO-Row
                 END-IF
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-Match-IDX)
                 MOVE PoOut-CURRENCY-CODE TO
                    WS-PO-Currency(WS-PO-Match-IDX)
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1025-Load-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    An archived PO is closed, but the supplier's invoice
      *    for it can still be arriving.  The live POOUT row wins
      *    where a PO is on both.
       1030-Load-Po-Archive.
           OPEN INPUT PoArchFile.
           IF WS-PoArchFile-Good
              PERFORM 1035-Load-One-Archived-PO
                 UNTIL WS-PoArchFile-EOF
              CLOSE PoArchFile
           END-IF.

       1035-Load-One-Archived-PO.
           READ PoArchFile
              AT END SET WS-PoArchFile-EOF TO TRUE
           END-READ.
           IF WS-PoArchFile-Good
              ADD +1 TO FD-PoArch-Record-Cnt
              MOVE FD-PoArch-Image TO Arch-PURCHASE-ORDERS
              MOVE Arch-PO-NUMBER TO WS-Hold-PO-Number
              PERFORM 2110-Find-PO-Row
              IF WS-PO-Row-Not-Found
                 PERFORM 1050-Add-PO-Row
                 MOVE Arch-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-Match-IDX)
                 MOVE Arch-CURRENCY-CODE TO
                    WS-PO-Currency(WS-PO-Match-IDX)
              END-IF
           END-IF.

       1050-Add-PO-Row.
           IF WS-PO-Occurs-Dep-Counter >= WS-PO-Max-Element-Counter
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-PO-Occurs-Dep-Counter.
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE WS-Hold-PO-Number TO WS-PO-Number(WS-PO-Match-IDX).
           MOVE SPACES TO WS-PO-Supplier(WS-PO-Match-IDX)
                          WS-PO-Currency(WS-PO-Match-IDX).

       2000-Process-Edi-Line.
           READ Inv810File
              AT END SET WS-Inv810File-EOF TO TRUE
           END-READ.
           IF WS-Inv810File-Good
              ADD +1 TO FD-Inv810-Record-Cnt
              PERFORM 2010-Split-Segment
              PERFORM 2100-Dispatch-Segment
           ELSE
              IF WS-Inv810File-EOF
                 IF WS-In-Interchange
                    MOVE "NO IEA TRAILER" TO WS-Reject-Reason
                    PERFORM 2560-Reject-Interchange
                 END-IF
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Process-Edi-Line"
                 DISPLAY "Read Inv810File Failed."
                 DISPLAY "File Status: " WS-Inv810File-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Split-Segment.
           MOVE SPACES TO WS-Elem-Table.
           MOVE ZERO TO WS-Elem-Cnt.
           UNSTRING FD-Inv810-Record DELIMITED BY "*" OR "~"
              INTO WS-Elem(1)  WS-Elem(2)  WS-Elem(3)  WS-Elem(4)
                   WS-Elem(5)  WS-Elem(6)  WS-Elem(7)  WS-Elem(8)
                   WS-Elem(9)  WS-Elem(10) WS-Elem(11) WS-Elem(12)
                   WS-Elem(13) WS-Elem(14) WS-Elem(15) WS-Elem(16)
                   WS-Elem(17) WS-Elem(18) WS-Elem(19) WS-Elem(20)
              TALLYING IN WS-Elem-Cnt
           END-UNSTRING.

      *    Inside a transaction set every segment counts toward
      *    the SE01 check, ST and SE included.
       2100-Dispatch-Segment.
           IF WS-ST-Control NOT = SPACES
              ADD +1 TO WS-Set-Seg-Cnt
           END-IF.
           EVALUATE WS-Elem(1)
              WHEN "ISA"
                 PERFORM 2200-Open-Interchange
              WHEN "GS"
                 PERFORM 2210-Open-Group
              WHEN "ST"
                 PERFORM 2220-Open-Set
              WHEN "BIG"
                 PERFORM 2300-Open-Invoice
              WHEN "CUR"
                 IF WS-Have-Invoice
                    MOVE WS-Elem(3) TO WS-Cur-Inv-Currency
                 END-IF
              WHEN "IT1"
                 PERFORM 2320-Add-Invoice-Line
              WHEN "SE"
                 PERFORM 2400-Close-Set
              WHEN "GE"
                 PERFORM 2410-Close-Group
              WHEN "IEA"
                 PERFORM 2420-Close-Interchange
              WHEN OTHER
                 IF WS-Not-In-Interchange
                    ADD +1 TO WS-Outside-Envelope-Cnt
                 END-IF
           END-EVALUATE.

       2110-Find-PO-Row.
           SET WS-PO-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-PO-Match-IDX.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter
              IF WS-PO-Number(WS-PO-IDX) = WS-Hold-PO-Number
                 SET WS-PO-Row-Found TO TRUE
                 SET WS-PO-Match-IDX TO WS-PO-IDX
                 SET WS-PO-IDX TO WS-PO-Occurs-Dep-Counter
              END-IF
           END-PERFORM.

      *    An ISA with the previous interchange still open means
      *    its IEA never came -- that one is rejected whole.
       2200-Open-Interchange.
           IF WS-In-Interchange
              MOVE "NO IEA TRAILER" TO WS-Reject-Reason
              PERFORM 2560-Reject-Interchange
           END-IF.
           ADD +1 TO WS-Interchange-Cnt.
           SET WS-In-Interchange TO TRUE.
           SET WS-Envelope-Ok TO TRUE.
           SET WS-No-Invoice TO TRUE.
           MOVE ZERO TO WS-Line-Cnt WS-Group-Cnt WS-Grp-Cnt.
           MOVE WS-Elem(14) TO WS-ISA-Control.
           MOVE SPACES TO WS-GS-Control WS-ST-Control WS-GS-Sender.

       2210-Open-Group.
           ADD +1 TO WS-Group-Cnt.
           MOVE ZERO TO WS-Set-Cnt.
           MOVE WS-Elem(3) TO WS-GS-Sender.
           MOVE WS-Elem(7) TO WS-GS-Control.
           COMPUTE WS-Group-Start-IDX = WS-Line-Cnt + 1.
           IF WS-Grp-Cnt >= WS-Grp-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Group-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Grp-Cnt.
           SET WS-Grp-IDX TO WS-Grp-Cnt.
           MOVE WS-GS-Sender TO WS-Grp-Supplier(WS-Grp-IDX).
           MOVE WS-GS-Control TO WS-Grp-Control(WS-Grp-IDX).
           MOVE ZERO TO WS-Grp-Sets-Rcvd(WS-Grp-IDX)
                        WS-Grp-Sets-Ok(WS-Grp-IDX).
           SET WS-Grp-Open(WS-Grp-IDX) TO TRUE.

       2220-Open-Set.
           ADD +1 TO WS-Set-Cnt.
           MOVE 1 TO WS-Set-Seg-Cnt.
           MOVE WS-Elem(3) TO WS-ST-Control.
           COMPUTE WS-Set-Start-IDX = WS-Line-Cnt + 1.
           SET WS-No-Invoice TO TRUE.
           IF WS-Grp-Cnt > ZERO
              ADD +1 TO WS-Grp-Sets-Rcvd(WS-Grp-Cnt)
           END-IF.

      *    The invoice-level checks are made once here and
      *    carried onto each IT1 line: PO known (live or
      *    archived), sender is the PO's supplier, and the
      *    invoice number not already taken -- on the register
      *    from an earlier run or held earlier in this file.
       2300-Open-Invoice.
           SET WS-Have-Invoice TO TRUE.
           COMPUTE WS-Cur-Inv-Start-IDX = WS-Line-Cnt + 1.
           MOVE SPACES TO WS-Cur-Inv-Reason.
           MOVE WS-Elem(3) TO WS-Cur-Inv-Number.
           MOVE WS-Elem(5) TO WS-Cur-Inv-PO.
           IF WS-Elem(2)(1:8) IS NUMERIC
              MOVE WS-Elem(2)(1:8) TO WS-Cur-Inv-Date
           ELSE
              MOVE WS-Run-Date TO WS-Cur-Inv-Date
           END-IF.
           MOVE WS-Cur-Inv-PO TO WS-Hold-PO-Number.
           PERFORM 2110-Find-PO-Row.
           IF WS-PO-Row-Found
              MOVE WS-PO-Currency(WS-PO-Match-IDX) TO
                 WS-Cur-Inv-Currency
           ELSE
              MOVE SPACES TO WS-Cur-Inv-Currency
           END-IF.
           EVALUATE TRUE
              WHEN WS-Elem(3) = SPACES OR
                   WS-Elem(3)(11:20) NOT = SPACES
                 MOVE "BAD INVOICE NUMBER" TO WS-Cur-Inv-Reason
              WHEN WS-PO-Row-Not-Found
                 MOVE "PO NOT ON FILE" TO WS-Cur-Inv-Reason
              WHEN WS-PO-Supplier(WS-PO-Match-IDX) NOT =
                   WS-GS-Sender
                 MOVE "SUPPLIER NOT ON PO" TO WS-Cur-Inv-Reason
              WHEN OTHER
                 PERFORM 2310-Check-Duplicate-Invoice
           END-EVALUATE.

       2310-Check-Duplicate-Invoice.
           MOVE WS-GS-Sender TO InvReg-SUPPLIER-CODE.
           MOVE WS-Cur-Inv-Number TO InvReg-INVOICE-NUMBER.
           READ InvReg
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE "DUPLICATE INVOICE" TO WS-Cur-Inv-Reason
           END-READ.
           IF WS-Cur-Inv-Reason = SPACES
              PERFORM VARYING WS-Line-IDX FROM 1 BY 1
                 UNTIL WS-Line-IDX > WS-Line-Cnt
                 IF WS-Line-Supplier(WS-Line-IDX) = WS-GS-Sender AND
                    WS-Line-Inv-Number(WS-Line-IDX) =
                    WS-Cur-Inv-Number AND
                    WS-Line-Reason(WS-Line-IDX) = SPACES
                    MOVE "DUPLICATE INVOICE" TO WS-Cur-Inv-Reason
                    SET WS-Line-IDX TO WS-Line-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2320-Add-Invoice-Line.
           IF WS-Line-Cnt >= WS-Line-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Line-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Line-Cnt.
           SET WS-Line-IDX TO WS-Line-Cnt.
           MOVE WS-GS-Sender TO WS-Line-Supplier(WS-Line-IDX).
           MOVE ZERO TO WS-Line-Quantity(WS-Line-IDX)
                        WS-Line-Unit-Price(WS-Line-IDX).
           IF WS-No-Invoice
              MOVE SPACES TO WS-Line-Inv-Number(WS-Line-IDX)
                             WS-Line-PO-Number(WS-Line-IDX)
                             WS-Line-Currency(WS-Line-IDX)
              MOVE WS-Run-Date TO WS-Line-Inv-Date(WS-Line-IDX)
              MOVE "IT1 WITHOUT BIG" TO WS-Line-Reason(WS-Line-IDX)
           ELSE
              MOVE WS-Cur-Inv-Number TO
                 WS-Line-Inv-Number(WS-Line-IDX)
              MOVE WS-Cur-Inv-PO TO WS-Line-PO-Number(WS-Line-IDX)
              MOVE WS-Cur-Inv-Currency TO
                 WS-Line-Currency(WS-Line-IDX)
              MOVE WS-Cur-Inv-Date TO WS-Line-Inv-Date(WS-Line-IDX)
              MOVE WS-Cur-Inv-Reason TO
                 WS-Line-Reason(WS-Line-IDX)
              IF WS-Elem(3) = SPACES OR WS-Elem(5) = SPACES
                 IF WS-Line-Reason(WS-Line-IDX) = SPACES
                    MOVE "BAD IT1 QTY/PRICE" TO
                       WS-Line-Reason(WS-Line-IDX)
                 END-IF
              ELSE
                 COMPUTE WS-Hold-Quantity =
                    FUNCTION NUMVAL(WS-Elem(3))
                 COMPUTE WS-Hold-Price =
                    FUNCTION NUMVAL(WS-Elem(5))
                 MOVE WS-Hold-Quantity TO
                    WS-Line-Quantity(WS-Line-IDX)
                 MOVE WS-Hold-Price TO
                    WS-Line-Unit-Price(WS-Line-IDX)
              END-IF
           END-IF.

      *    SE01 counts ST through SE; SE02 repeats ST02.  A bad
      *    set rejects only its own lines.
       2400-Close-Set.
           MOVE ZERO TO WS-Trailer-Cnt.
           IF WS-Elem(2) NOT = SPACES
              COMPUTE WS-Trailer-Cnt = FUNCTION NUMVAL(WS-Elem(2))
           END-IF.
           IF WS-Trailer-Cnt NOT = WS-Set-Seg-Cnt OR
              WS-Elem(3) NOT = WS-ST-Control
              MOVE "SE CONTROL MISMATCH" TO WS-Reject-Reason
              MOVE WS-Set-Start-IDX TO WS-Mark-From-IDX
              PERFORM 2550-Mark-Lines-Rejected
           END-IF.
           PERFORM 2405-Tally-Set.
           MOVE SPACES TO WS-ST-Control.
           MOVE ZERO TO WS-Set-Seg-Cnt.
           SET WS-No-Invoice TO TRUE.

      *    A set is accepted for the 997 when none of its lines
      *    is rejected -- later envelope faults reject the whole
      *    group regardless.
       2405-Tally-Set.
           SET WS-Set-Ok TO TRUE.
           PERFORM VARYING WS-Line-IDX FROM WS-Set-Start-IDX BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt
              IF WS-Line-Reason(WS-Line-IDX) NOT = SPACES
                 SET WS-Set-Not-Ok TO TRUE
                 SET WS-Line-IDX TO WS-Line-Cnt
              END-IF
           END-PERFORM.
           IF WS-Set-Ok AND WS-Grp-Cnt > ZERO
              ADD +1 TO WS-Grp-Sets-Ok(WS-Grp-Cnt)
           END-IF.

       2410-Close-Group.
           MOVE ZERO TO WS-Trailer-Cnt.
           IF WS-Elem(2) NOT = SPACES
              COMPUTE WS-Trailer-Cnt = FUNCTION NUMVAL(WS-Elem(2))
           END-IF.
           IF WS-Trailer-Cnt NOT = WS-Set-Cnt OR
              WS-Elem(3) NOT = WS-GS-Control
              MOVE "GE CONTROL MISMATCH" TO WS-Reject-Reason
              MOVE WS-Group-Start-IDX TO WS-Mark-From-IDX
              PERFORM 2550-Mark-Lines-Rejected
              SET WS-Envelope-Bad TO TRUE
              IF WS-Grp-Cnt > ZERO
                 SET WS-Grp-Bad(WS-Grp-Cnt) TO TRUE
              END-IF
           ELSE
              IF WS-Grp-Cnt > ZERO
                 SET WS-Grp-Closed(WS-Grp-Cnt) TO TRUE
              END-IF
           END-IF.

      *    Only a sound interchange is written; the register is
      *    updated in the same pass so it always matches AP's
      *    file.
       2420-Close-Interchange.
           MOVE ZERO TO WS-Trailer-Cnt.
           IF WS-Elem(2) NOT = SPACES
              COMPUTE WS-Trailer-Cnt = FUNCTION NUMVAL(WS-Elem(2))
           END-IF.
           IF WS-Trailer-Cnt NOT = WS-Group-Cnt OR
              WS-Elem(3) NOT = WS-ISA-Control
              MOVE "IEA CONTROL MISMATCH" TO WS-Reject-Reason
              PERFORM 2560-Reject-Interchange
           ELSE
              IF WS-Envelope-Bad
                 ADD +1 TO WS-Bad-Envelope-Cnt
              END-IF
              PERFORM 2500-Flush-One-Line
                 VARYING WS-Line-IDX FROM 1 BY 1
                 UNTIL WS-Line-IDX > WS-Line-Cnt
              PERFORM 2600-Log-One-Group
                 VARYING WS-Grp-IDX FROM 1 BY 1
                 UNTIL WS-Grp-IDX > WS-Grp-Cnt
              SET WS-Not-In-Interchange TO TRUE
              MOVE ZERO TO WS-Line-Cnt
           END-IF.

       2500-Flush-One-Line.
           IF WS-Line-Reason(WS-Line-IDX) = SPACES
              PERFORM 2510-Write-Invoice-Record
              PERFORM 2520-Register-Invoice
           ELSE
              PERFORM 2530-Write-Reject-Detail
           END-IF.

       2510-Write-Invoice-Record.
           MOVE WS-Line-Inv-Number(WS-Line-IDX) TO FD-Inv-Number.
           MOVE WS-Line-Supplier(WS-Line-IDX) TO FD-Inv-Supplier.
           MOVE WS-Line-PO-Number(WS-Line-IDX) TO FD-Inv-PO-Number.
           MOVE WS-Line-Quantity(WS-Line-IDX) TO FD-Inv-Quantity.
           MOVE WS-Line-Unit-Price(WS-Line-IDX) TO FD-Inv-Unit-Price.
           MOVE WS-Line-Currency(WS-Line-IDX) TO FD-Inv-Currency.
           MOVE WS-Line-Inv-Date(WS-Line-IDX) TO FD-Inv-Date.
           WRITE FD-Invoice-Record.
           IF WS-InvoiceFile-Good
              ADD +1 TO FD-Invoice-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "ap-invoices" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2510-Write-Invoice-Record"
              DISPLAY "File Status: " WS-InvoiceFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Several IT1 lines share one invoice number -- the
      *    first registers it, the rest find it already there.
       2520-Register-Invoice.
           MOVE WS-Line-Supplier(WS-Line-IDX) TO InvReg-SUPPLIER-CODE.
           MOVE WS-Line-Inv-Number(WS-Line-IDX) TO
              InvReg-INVOICE-NUMBER.
           MOVE WS-Line-Inv-Date(WS-Line-IDX) TO InvReg-INVOICE-DATE.
           MOVE WS-Line-PO-Number(WS-Line-IDX) TO InvReg-PO-NUMBER.
           MOVE WS-ISA-Control TO InvReg-INTERCHANGE-CTL.
           MOVE WS-Run-Date TO InvReg-RECEIVED-DATE.
           WRITE InvReg-INV-REG-REC
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 ADD +1 TO WS-Registered-Cnt
                 ADD +1 TO WS-Invoice-Cnt
           END-WRITE.

       2530-Write-Reject-Detail.
           MOVE WS-Line-Quantity(WS-Line-IDX) TO WS-Qty-Edit.
           MOVE WS-Line-Unit-Price(WS-Line-IDX) TO WS-Price-Edit.
           MOVE SPACES TO FD-RejectRpt-Record.
           MOVE WS-Line-Reason(WS-Line-IDX) TO
              FD-RejectRpt-Record(1:20).
           MOVE WS-Line-Inv-Number(WS-Line-IDX) TO
              FD-RejectRpt-Record(22:10).
           MOVE WS-Line-Supplier(WS-Line-IDX) TO
              FD-RejectRpt-Record(33:10).
           MOVE WS-Line-PO-Number(WS-Line-IDX) TO
              FD-RejectRpt-Record(44:6).
           MOVE WS-Qty-Edit TO FD-RejectRpt-Record(51:7).
           MOVE WS-Price-Edit TO FD-RejectRpt-Record(59:10).
           MOVE WS-Line-Currency(WS-Line-IDX) TO
              FD-RejectRpt-Record(70:3).
           MOVE WS-Line-Inv-Date(WS-Line-IDX) TO
              FD-RejectRpt-Record(74:8).
           MOVE WS-ISA-Control TO FD-RejectRpt-Record(83:9).
           PERFORM 2900-Write-Reject-Line.

       2550-Mark-Lines-Rejected.
           PERFORM VARYING WS-Line-IDX FROM WS-Mark-From-IDX BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt
              IF WS-Line-Reason(WS-Line-IDX) = SPACES
                 MOVE WS-Reject-Reason TO WS-Line-Reason(WS-Line-IDX)
              END-IF
           END-PERFORM.

       2560-Reject-Interchange.
           ADD +1 TO WS-Bad-Envelope-Cnt.
           MOVE 1 TO WS-Mark-From-IDX.
           PERFORM 2550-Mark-Lines-Rejected.
           PERFORM 2530-Write-Reject-Detail
              VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt.
           IF WS-Line-Cnt = ZERO
              MOVE SPACES TO FD-RejectRpt-Record
              STRING WS-Reject-Reason " INTERCHANGE " WS-ISA-Control
                 " -- NO INVOICE LINES"
                 DELIMITED BY SIZE INTO FD-RejectRpt-Record
              PERFORM 2900-Write-Reject-Line
           END-IF.
           PERFORM 2610-Reject-One-Group
              VARYING WS-Grp-IDX FROM 1 BY 1
              UNTIL WS-Grp-IDX > WS-Grp-Cnt.
           PERFORM 2600-Log-One-Group
              VARYING WS-Grp-IDX FROM 1 BY 1
              UNTIL WS-Grp-IDX > WS-Grp-Cnt.
           SET WS-Not-In-Interchange TO TRUE.
           MOVE ZERO TO WS-Line-Cnt.

      *    A group never closed by its GE is as bad as one whose
      *    GE disagrees.
       2600-Log-One-Group.
           MOVE WS-Grp-Supplier(WS-Grp-IDX) TO GrpLog-SUPPLIER-CODE.
           SET GrpLog-INVOICE-GROUP TO TRUE.
           MOVE WS-Grp-Control(WS-Grp-IDX) TO GrpLog-GROUP-CONTROL.
           MOVE "810" TO GrpLog-DOC-TYPE.
           MOVE WS-Grp-Sets-Rcvd(WS-Grp-IDX) TO GrpLog-SETS-RECEIVED.
           MOVE WS-Grp-Sets-Ok(WS-Grp-IDX) TO GrpLog-SETS-ACCEPTED.
           EVALUATE TRUE
              WHEN NOT WS-Grp-Closed(WS-Grp-IDX)
                 SET GrpLog-GROUP-REJECTED TO TRUE
                 MOVE ZERO TO GrpLog-SETS-ACCEPTED
              WHEN WS-Grp-Sets-Ok(WS-Grp-IDX) =
                   WS-Grp-Sets-Rcvd(WS-Grp-IDX)
                 SET GrpLog-GROUP-ACCEPTED TO TRUE
              WHEN WS-Grp-Sets-Ok(WS-Grp-IDX) = ZERO
                 SET GrpLog-GROUP-REJECTED TO TRUE
              WHEN OTHER
                 SET GrpLog-GROUP-PARTIAL TO TRUE
           END-EVALUATE.
           MOVE WS-Run-Date TO GrpLog-RECEIVED-DATE.
           WRITE GrpLog-EDI-GROUP-REC.
           IF WS-GroupLog-Good
              ADD +1 TO FD-GroupLog-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi-inbound-groups" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2600-Log-One-Group"
              DISPLAY "File Status: " WS-GroupLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2610-Reject-One-Group.
           SET WS-Grp-Bad(WS-Grp-IDX) TO TRUE.

       2900-Write-Reject-Line.
           WRITE FD-RejectRpt-Record.
           IF WS-RejectRpt-Good
              ADD +1 TO FD-RejectRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi810-reject-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Reject-Line"
              DISPLAY "File Status: " WS-RejectRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "EDI810IN: 3000-End-Job".
           CLOSE Inv810File InvReg InvoiceFile RejectRpt GroupLog.
           DISPLAY "  Edi-810: Segments Read:      "
              FD-Inv810-Record-Cnt.
           DISPLAY "  Edi-810: Interchanges:       "
              WS-Interchange-Cnt.
           DISPLAY "  Edi-810: Bad Envelopes:      "
              WS-Bad-Envelope-Cnt.
           DISPLAY "  Edi-810: Invoices Accepted:  " WS-Invoice-Cnt.
           DISPLAY "  Edi-810: AP Lines Written:   "
              FD-Invoice-Record-Cnt.
           DISPLAY "  Edi-810: Reject Lines:       "
              FD-RejectRpt-Record-Cnt.
           DISPLAY "  Edi-810: Outside Envelope:   "
              WS-Outside-Envelope-Cnt.
           DISPLAY "  Edi-810: Groups Logged:      "
              FD-GroupLog-Record-Cnt.
