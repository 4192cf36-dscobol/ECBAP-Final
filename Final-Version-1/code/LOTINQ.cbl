      ***********************************************************
      * Program name:    LOTINQ
      * Original author: David Stagowski
      *
      *    Description: Recall containment inquiry against the
      *       keyed lot history RECMATCH keeps from the receipts.
      *
      *    When a supplier calls about a bad material lot, quality
      *    hands this a batch of requests -- one lot number, or one
      *    supplier with an optional receipt date range, per line
      *    -- and gets back every receipt of that material, the
      *    vehicle make/model/year the part goes on (off PARTOUT),
      *    and every PO still open for the same part from the same
      *    supplier, so more of the lot can be stopped at the dock.
      *
      *    Request layout (lot-inquiry.dat.txt):
      *       col  1     'L' lot or 'S' supplier
      *       col  3-17  lot number, or supplier code in 3-12
      *       col 19-26  from receipt date (supplier only; blank
      *                  means from the beginning)
      *       col 28-35  to receipt date (supplier only; blank
      *                  means to date)
      *
      *    A PO is open unless po-status says it's closed ('C');
      *    a PO RECMATCH hasn't seen a receipt for yet is open.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-11 dastagg       Created for lot containment
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTINQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    LotHist's own SELECT in RECMATCH.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT LotHist
           ASSIGN TO LOTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotHist-LOT-KEY
           ALTERNATE RECORD KEY IS LotHist-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-LotHist-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority on
      *    this file's physical format -- mirrored here, random
      *    reads only.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

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

           SELECT InquiryFile
           ASSIGN TO "../data/lot-inquiry.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InquiryFile-Status.

           SELECT InquiryRpt
           ASSIGN TO "../data/lot-inquiry-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-InquiryRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  LotHist
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LOTHIST REPLACING ==:tag:== BY ==LotHist==.

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

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

       FD  InquiryFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-InquiryFile-Record.
           05 FD-Inquiry-Type           PIC X(01).
              88 FD-Inquiry-Lot            VALUE 'L'.
              88 FD-Inquiry-Supplier       VALUE 'S'.
           05 FILLER                    PIC X(01).
           05 FD-Inquiry-Key            PIC X(15).
           05 FILLER                    PIC X(01).
           05 FD-Inquiry-From-Date      PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Inquiry-To-Date        PIC X(08).

       FD  InquiryRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-InquiryRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==LotHist==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InquiryFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InquiryRpt==.

       01  WS-File-Counters.
           12 FD-InquiryFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-InquiryRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Lot-Browse-Done-Flag      PIC X.
              88 WS-Lot-Browse-Done           VALUE 'Y'.
              88 WS-Lot-Browse-More           VALUE 'N'.
           12 WS-Part-Found-Flag           PIC X.
              88 WS-Part-Found                VALUE 'Y'.
              88 WS-Part-Not-Found            VALUE 'N'.
           12 WS-Pair-Found-Flag           PIC X.
              88 WS-Pair-Found                VALUE 'Y'.
              88 WS-Pair-Not-Found            VALUE 'N'.
           12 WS-Pair-Overflow-Flag        PIC X.
              88 WS-Pair-Overflow             VALUE 'Y'.

       01  WS-Request-Fields.
           12 WS-Hold-Lot                  PIC X(15) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-From-Date            PIC X(08) VALUE SPACES.
           12 WS-Hold-To-Date              PIC X(08) VALUE SPACES.
           12 WS-Receipt-Hit-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Open-PO-Hit-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Qty-Received-Tot          PIC 9(09) VALUE ZERO.
           12 WS-Qty-Rejected-Tot          PIC 9(09) VALUE ZERO.

      *    POOUT with the status RECMATCH last gave each PO -- what
      *    the containment search walks for open orders.
       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Cnt
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number              PIC X(06).
              15 WS-PO-Part                PIC X(23).
              15 WS-PO-Supplier            PIC X(10).
              15 WS-PO-Quantity            PIC S9(8) COMP.
              15 WS-PO-Delivery-Date       PIC X(08).
              15 WS-PO-Status              PIC X(01).
                 88 WS-PO-Closed              VALUE 'C'.

      *    The distinct part/supplier pairs a request's receipts
      *    touched -- each gets one open-PO search.
       01  WS-Pair-Table-Storage.
           12 WS-Pair-Max-Cnt              PIC S9(4) COMP VALUE +200.
           12 WS-Pair-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Pair-Table OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-Pair-Cnt
              INDEXED BY WS-Pair-IDX.
              15 WS-Pair-Part              PIC X(23).
              15 WS-Pair-Supplier          PIC X(10).

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(8)9.
           12 WS-Rej-Edit                  PIC Z(8)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Cnt-Edit-2                PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-Inquiry UNTIL WS-InquiryFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "LOTINQ: 1000-Begin-Job".
           OPEN INPUT LotHist.
           IF NOT WS-LotHist-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "LOTHIST" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-LotHist-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut InquiryFile.
           OPEN OUTPUT InquiryRpt.
           PERFORM 1010-Load-Po-File.
           PERFORM 1020-Load-Po-Status.

       1010-Load-Po-File.
           OPEN INPUT PoOut.
           PERFORM 1015-Load-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1015-Load-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 IF WS-PO-Cnt >= WS-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-PO-Cnt
                 SET WS-PO-IDX TO WS-PO-Cnt
                 MOVE PoOut-PO-NUMBER TO WS-PO-Number(WS-PO-IDX)
                 MOVE PoOut-PART-NUMBER TO WS-PO-Part(WS-PO-IDX)
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-IDX)
                 MOVE PoOut-QUANTITY TO WS-PO-Quantity(WS-PO-IDX)
                 MOVE PoOut-DELIVERY-DATE TO
                    WS-PO-Delivery-Date(WS-PO-IDX)
                 MOVE 'O' TO WS-PO-Status(WS-PO-IDX)
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1015-Load-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

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
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-Cnt
                 IF WS-PO-Number(WS-PO-IDX) =
                    FD-PoStatus-Record(1:6)
                    MOVE FD-PoStatus-Record(7:1) TO
                       WS-PO-Status(WS-PO-IDX)
                    SET WS-PO-IDX TO WS-PO-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2000-Process-Inquiry.
           READ InquiryFile
              AT END SET WS-InquiryFile-EOF TO TRUE
           END-READ.
           IF WS-InquiryFile-Good
              ADD +1 TO FD-InquiryFile-Record-Cnt
              MOVE ZERO TO WS-Receipt-Hit-Cnt WS-Open-PO-Hit-Cnt
                           WS-Qty-Received-Tot WS-Qty-Rejected-Tot
                           WS-Pair-Cnt
              MOVE 'N' TO WS-Pair-Overflow-Flag
              EVALUATE TRUE
                 WHEN FD-Inquiry-Lot
                    PERFORM 2100-List-Receipts-For-Lot
                    PERFORM 2500-List-Open-POs
                    PERFORM 2800-Write-Lot-Summary
                 WHEN FD-Inquiry-Supplier
                    PERFORM 2200-List-Receipts-For-Supp
                    PERFORM 2500-List-Open-POs
                    PERFORM 2810-Write-Supp-Summary
                 WHEN OTHER
                    PERFORM 2900-Write-Unknown-Type-Line
              END-EVALUATE
           ELSE
              IF WS-InquiryFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Process-Inquiry"
                 DISPLAY "Read InquiryFile Failed."
                 DISPLAY "File Status: " WS-InquiryFile-Status
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    Every receipt of a lot sits together in primary key
      *    order -- START at lot+low-values and READ NEXT until
      *    the lot changes.
       2100-List-Receipts-For-Lot.
           MOVE FD-Inquiry-Key TO WS-Hold-Lot.
           MOVE SPACES TO FD-InquiryRpt-Record.
           STRING "LOT   " WS-Hold-Lot DELIMITED BY SIZE
              " RECALL CONTAINMENT" DELIMITED BY SIZE
              INTO FD-InquiryRpt-Record.
           PERFORM 2990-Write-Inquiry-Rpt-Line.
           SET WS-Lot-Browse-More TO TRUE.
           MOVE WS-Hold-Lot TO LotHist-LOT-NUMBER.
           MOVE LOW-VALUES TO LotHist-PO-NUMBER
                              LotHist-RECEIPT-DATE.
           START LotHist KEY >= LotHist-LOT-KEY
              INVALID KEY SET WS-Lot-Browse-Done TO TRUE
           END-START.
           PERFORM 2110-Browse-One-Lot
              UNTIL WS-Lot-Browse-Done.

       2110-Browse-One-Lot.
           READ LotHist NEXT
              AT END SET WS-Lot-Browse-Done TO TRUE
           END-READ.
           IF WS-LotHist-Good AND
              LotHist-LOT-NUMBER = WS-Hold-Lot
              PERFORM 2300-Write-Receipt-Lines
           ELSE
              SET WS-Lot-Browse-Done TO TRUE
           END-IF.

      *    Same browse through the alternate key: every lot a
      *    supplier shipped sits together in supplier order; the
      *    date range is a filter, not part of the key.
       2200-List-Receipts-For-Supp.
           MOVE FD-Inquiry-Key(1:10) TO WS-Hold-Supplier.
           MOVE FD-Inquiry-From-Date TO WS-Hold-From-Date.
           MOVE FD-Inquiry-To-Date TO WS-Hold-To-Date.
           IF WS-Hold-From-Date = SPACES
              MOVE LOW-VALUES TO WS-Hold-From-Date
           END-IF.
           IF WS-Hold-To-Date = SPACES
              MOVE HIGH-VALUES TO WS-Hold-To-Date
           END-IF.
           MOVE SPACES TO FD-InquiryRpt-Record.
           STRING "SUPP  " WS-Hold-Supplier DELIMITED BY SIZE
              " RECALL CONTAINMENT RECEIVED " DELIMITED BY SIZE
              FD-Inquiry-From-Date DELIMITED BY SIZE
              " THRU " DELIMITED BY SIZE
              FD-Inquiry-To-Date DELIMITED BY SIZE
              INTO FD-InquiryRpt-Record.
           PERFORM 2990-Write-Inquiry-Rpt-Line.
           SET WS-Lot-Browse-More TO TRUE.
           MOVE WS-Hold-Supplier TO LotHist-SUPPLIER-CODE.
           START LotHist KEY >= LotHist-SUPPLIER-CODE
              INVALID KEY SET WS-Lot-Browse-Done TO TRUE
           END-START.
           PERFORM 2210-Browse-One-Supp-Lot
              UNTIL WS-Lot-Browse-Done.

       2210-Browse-One-Supp-Lot.
           READ LotHist NEXT
              AT END SET WS-Lot-Browse-Done TO TRUE
           END-READ.
           IF WS-LotHist-Good AND
              LotHist-SUPPLIER-CODE = WS-Hold-Supplier
              IF LotHist-RECEIPT-DATE >= WS-Hold-From-Date AND
                 LotHist-RECEIPT-DATE <= WS-Hold-To-Date
                 PERFORM 2300-Write-Receipt-Lines
              END-IF
           ELSE
              SET WS-Lot-Browse-Done TO TRUE
           END-IF.

      *    One receipt: what came in, then what it goes on.
       2300-Write-Receipt-Lines.
           ADD +1 TO WS-Receipt-Hit-Cnt.
           ADD LotHist-QTY-RECEIVED TO WS-Qty-Received-Tot.
           ADD LotHist-QTY-REJECTED TO WS-Qty-Rejected-Tot.
           MOVE LotHist-QTY-RECEIVED TO WS-Qty-Edit.
           MOVE LotHist-QTY-REJECTED TO WS-Rej-Edit.
           MOVE SPACES TO FD-InquiryRpt-Record.
           STRING "  RECEIPT " LotHist-RECEIPT-DATE
              " PO " LotHist-PO-NUMBER
              " LOT " LotHist-LOT-NUMBER
              " PART " LotHist-PART-NUMBER
              " SUPP " LotHist-SUPPLIER-CODE
              " QTY " WS-Qty-Edit
              " REJ " WS-Rej-Edit
              DELIMITED BY SIZE INTO FD-InquiryRpt-Record.
           PERFORM 2990-Write-Inquiry-Rpt-Line.
           MOVE LotHist-PART-NUMBER TO PartOut-PART-NUMBER.
           READ PartOut
              INVALID KEY SET WS-Part-Not-Found TO TRUE
              NOT INVALID KEY SET WS-Part-Found TO TRUE
           END-READ.
           MOVE SPACES TO FD-InquiryRpt-Record.
           IF WS-Part-Found
              STRING "          USED ON MAKE=" PartOut-VEHICLE-MAKE
                 DELIMITED BY SPACE
                 " MODEL=" PartOut-VEHICLE-MODEL DELIMITED BY SPACE
                 " YEAR=" PartOut-VEHICLE-YEAR DELIMITED BY SIZE
                 INTO FD-InquiryRpt-Record
           ELSE
              STRING "          PART NOT ON PARTOUT -- VEHICLE"
                 " UNKNOWN" DELIMITED BY SIZE
                 INTO FD-InquiryRpt-Record
           END-IF.
           PERFORM 2990-Write-Inquiry-Rpt-Line.
           PERFORM 2310-Note-Part-Supp-Pair.

       2310-Note-Part-Supp-Pair.
           SET WS-Pair-Not-Found TO TRUE.
           PERFORM VARYING WS-Pair-IDX FROM 1 BY 1
              UNTIL WS-Pair-IDX > WS-Pair-Cnt
              IF WS-Pair-Part(WS-Pair-IDX) = LotHist-PART-NUMBER AND
                 WS-Pair-Supplier(WS-Pair-IDX) =
                    LotHist-SUPPLIER-CODE
                 SET WS-Pair-Found TO TRUE
                 SET WS-Pair-IDX TO WS-Pair-Cnt
              END-IF
           END-PERFORM.
           IF WS-Pair-Not-Found
              IF WS-Pair-Cnt >= WS-Pair-Max-Cnt
                 SET WS-Pair-Overflow TO TRUE
              ELSE
                 ADD +1 TO WS-Pair-Cnt
                 SET WS-Pair-IDX TO WS-Pair-Cnt
                 MOVE LotHist-PART-NUMBER TO
                    WS-Pair-Part(WS-Pair-IDX)
                 MOVE LotHist-SUPPLIER-CODE TO
                    WS-Pair-Supplier(WS-Pair-IDX)
              END-IF
           END-IF.

      *    For every part/supplier the receipts touched, the POs
      *    still to arrive -- the stock quality can still stop.
       2500-List-Open-POs.
           PERFORM VARYING WS-Pair-IDX FROM 1 BY 1
              UNTIL WS-Pair-IDX > WS-Pair-Cnt
              PERFORM 2510-Scan-POs-For-Pair
           END-PERFORM.
           IF WS-Pair-Overflow
              MOVE SPACES TO FD-InquiryRpt-Record
              MOVE WS-Pair-Max-Cnt TO WS-Cnt-Edit
              STRING "  ***** OPEN PO SEARCH LIMITED TO FIRST "
                 WS-Cnt-Edit " PART/SUPPLIER PAIRS"
                 DELIMITED BY SIZE INTO FD-InquiryRpt-Record
              PERFORM 2990-Write-Inquiry-Rpt-Line
           END-IF.

       2510-Scan-POs-For-Pair.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Cnt
              IF WS-PO-Part(WS-PO-IDX) = WS-Pair-Part(WS-Pair-IDX)
                 AND WS-PO-Supplier(WS-PO-IDX) =
                    WS-Pair-Supplier(WS-Pair-IDX)
                 AND NOT WS-PO-Closed(WS-PO-IDX)
                 PERFORM 2520-Write-Open-PO-Line
              END-IF
           END-PERFORM.

       2520-Write-Open-PO-Line.
           ADD +1 TO WS-Open-PO-Hit-Cnt.
           MOVE WS-PO-Quantity(WS-PO-IDX) TO WS-Qty-Edit.
           MOVE SPACES TO FD-InquiryRpt-Record.
           STRING "  OPEN PO " WS-PO-Number(WS-PO-IDX)
              " STATUS " WS-PO-Status(WS-PO-IDX)
              " PART " WS-PO-Part(WS-PO-IDX)
              " SUPP " WS-PO-Supplier(WS-PO-IDX)
              " QTY " WS-Qty-Edit
              " DUE " WS-PO-Delivery-Date(WS-PO-IDX)
              DELIMITED BY SIZE INTO FD-InquiryRpt-Record.
           PERFORM 2990-Write-Inquiry-Rpt-Line.

       2800-Write-Lot-Summary.
           MOVE SPACES TO FD-InquiryRpt-Record.
           IF WS-Receipt-Hit-Cnt = ZERO
              STRING "LOT   " WS-Hold-Lot DELIMITED BY SIZE
                 " NO RECEIPTS ON FILE" DELIMITED BY SIZE
                 INTO FD-InquiryRpt-Record
           ELSE
              PERFORM 2820-Build-Summary-Counts
              STRING "LOT   " WS-Hold-Lot DELIMITED BY SIZE
                 " RECEIPTS=" WS-Cnt-Edit
                 " QTY=" WS-Qty-Edit
                 " REJ=" WS-Rej-Edit
                 " OPEN-POS=" WS-Cnt-Edit-2
                 DELIMITED BY SIZE INTO FD-InquiryRpt-Record
           END-IF.
           PERFORM 2990-Write-Inquiry-Rpt-Line.

       2810-Write-Supp-Summary.
           MOVE SPACES TO FD-InquiryRpt-Record.
           IF WS-Receipt-Hit-Cnt = ZERO
              STRING "SUPP  " WS-Hold-Supplier DELIMITED BY SIZE
                 " NO LOT RECEIPTS IN RANGE" DELIMITED BY SIZE
                 INTO FD-InquiryRpt-Record
           ELSE
              PERFORM 2820-Build-Summary-Counts
              STRING "SUPP  " WS-Hold-Supplier DELIMITED BY SIZE
                 " RECEIPTS=" WS-Cnt-Edit
                 " QTY=" WS-Qty-Edit
                 " REJ=" WS-Rej-Edit
                 " OPEN-POS=" WS-Cnt-Edit-2
                 DELIMITED BY SIZE INTO FD-InquiryRpt-Record
           END-IF.
           PERFORM 2990-Write-Inquiry-Rpt-Line.

       2820-Build-Summary-Counts.
           MOVE WS-Receipt-Hit-Cnt TO WS-Cnt-Edit.
           MOVE WS-Open-PO-Hit-Cnt TO WS-Cnt-Edit-2.
           MOVE WS-Qty-Received-Tot TO WS-Qty-Edit.
           MOVE WS-Qty-Rejected-Tot TO WS-Rej-Edit.

       2900-Write-Unknown-Type-Line.
           MOVE SPACES TO FD-InquiryRpt-Record.
           STRING "**ERROR** Unknown inquiry type '" FD-Inquiry-Type
              "' for key " FD-Inquiry-Key DELIMITED BY SIZE
              INTO FD-InquiryRpt-Record.
           PERFORM 2990-Write-Inquiry-Rpt-Line.

       2990-Write-Inquiry-Rpt-Line.
           WRITE FD-InquiryRpt-Record.
           IF WS-InquiryRpt-Good
              ADD +1 TO FD-InquiryRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Inquiry-Rpt-Line"
              DISPLAY "WRITE InquiryRpt Failed."
              DISPLAY "File Status: " WS-InquiryRpt-Status
              PERFORM 3000-End-Job
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "    Requests Read: " FD-InquiryFile-Record-Cnt.
           DISPLAY "Responses Written: " FD-InquiryRpt-Record-Cnt.
           CLOSE LotHist PartOut InquiryFile InquiryRpt.
