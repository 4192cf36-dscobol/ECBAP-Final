      ***********************************************************
      * Program name:    OPENSTMT
      * Original author: David Stagowski
      *
      *    Description: Month-end open-order statement to each
      *       supplier for confirmation.
      *
      *    Suppliers and we keep disagreeing about which POs are
      *    still open -- they ship against cancelled POs and
      *    forget partials.  Once a month this lists, per
      *    supplier, every PO the receipts-matching status file
      *    holds as open (O) or partial (P): part, ordered,
      *    received and outstanding quantity, and the due date
      *    (DELIVERY-DATE) from POOUT.  Under each PO goes every
      *    POCHG amendment made since the last statement, taken
      *    from the permanent PO change-history file.  Each
      *    statement is addressed to the supplier's first contact
      *    on CONTOUT, the REJNOTIC convention.
      *
      *       open-stmt.dat.txt        the printed statements
      *       open-stmt-lines.dat.txt  one STMTLIN record per PO
      *                                stated, which OPENRECN
      *                                reconciles the supplier's
      *                                confirmation against
      *
      *    The date of the last statement is kept on the control
      *    file ../data/open-stmt-control.dat.txt and rolled to
      *    today at the end of the run; a missing file means no
      *    statement has gone out yet and every amendment on the
      *    history is shown.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-19 dastagg       Created for open-order statements
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENSTMT.

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

      *    POCHG's permanent amendment history.  A missing file
      *    just means nothing has ever been amended.
           SELECT PoChangeLog
           ASSIGN TO "../data/po-change-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoChangeLog-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Cont-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

           SELECT ControlFile
           ASSIGN TO "../data/open-stmt-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT StmtPrint
           ASSIGN TO "../data/open-stmt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-StmtPrint-Status.

           SELECT StmtLineFile
           ASSIGN TO "../data/open-stmt-lines.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StmtLineFile-Status.

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
           COPY POSTAT REPLACING ==:tag:== BY ==PoStat==.

       FD  PoChangeLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoChangeLog-Record.
           05 FD-Hist-Run-Date          PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Hist-PO-Number         PIC X(06).
           05 FILLER                    PIC X(04).
           05 FD-Hist-Buyer-Id          PIC X(03).
           05 FD-Hist-Image-Type        PIC X(06).
              88 FD-Hist-New-Image         VALUE " NEW: ".
           05 FD-Hist-Image             PIC X(104).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==Cont==.

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Last-Stmt-Date     PIC 9(08).

       FD  StmtPrint
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StmtPrint-Record          PIC X(132).

       FD  StmtLineFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STMTLIN REPLACING ==:tag:== BY ==StmtLn==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoChangeLog==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StmtPrint==.
           COPY WSFST REPLACING ==:tag:== BY ==StmtLineFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-StmtPrint-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-StmtLine-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Statement-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Amendment-Lines-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Contact-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-On-PoOut-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Contact-Found-Flag        PIC X.
              88 WS-Contact-Found             VALUE 'Y'.
              88 WS-Contact-Not-Found         VALUE 'N'.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              88 WS-Supp-Seen-Found           VALUE 'Y'.
              88 WS-Supp-Seen-Not-Found       VALUE 'N'.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Last-Stmt-Date            PIC 9(08) VALUE ZERO.

      *    The open and partial POs off the status file, with the
      *    POOUT details filled in as POOUT is read.
       01  WS-Open-Table-Storage.
           12 WS-Open-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Open-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Open-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Open-Cnt
              INDEXED BY WS-Open-IDX.
              15 WS-Open-PO-Number         PIC X(06).
              15 WS-Open-Status            PIC X(01).
              15 WS-Open-Qty-Ordered       PIC 9(07).
              15 WS-Open-Qty-Received      PIC 9(07).
              15 WS-Open-Supplier          PIC X(10).
              15 WS-Open-Part              PIC X(23).
              15 WS-Open-Due-Date          PIC X(08).
              15 WS-Open-On-PoOut-Flag     PIC X(01).
                 88 WS-Open-On-PoOut          VALUE 'Y'.

      *    The after-images of every amendment since the last
      *    statement, in history order.
       01  WS-Amend-Table-Storage.
           12 WS-Amend-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Amend-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Amend-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Amend-Cnt
              INDEXED BY WS-Amend-IDX.
              15 WS-Amend-PO-Number        PIC X(06).
              15 WS-Amend-Run-Date         PIC X(08).
              15 WS-Amend-Buyer-Id         PIC X(03).
              15 WS-Amend-Image            PIC X(60).

       01  WS-Supp-Seen-Storage.
           12 WS-Supp-Seen-Max-Cnt         PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Seen-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Seen-Cnt
              INDEXED BY WS-Supp-Seen-IDX.
              15 WS-Supp-Seen-Code         PIC X(10).

       01  WS-Hold-Fields.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Outstanding          PIC 9(07) VALUE ZERO.
           12 WS-Supp-Line-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Ordered-Edit              PIC Z(6)9.
           12 WS-Received-Edit             PIC Z(6)9.
           12 WS-Outstanding-Edit          PIC Z(6)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Match-PoOut UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           PERFORM 2100-Collect-Supplier
              VARYING WS-Open-IDX FROM 1 BY 1
              UNTIL WS-Open-IDX > WS-Open-Cnt.
           PERFORM 2500-Write-One-Statement
              VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "OPENSTMT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Read-Control.
           PERFORM 1020-Load-Open-POs.
           PERFORM 1030-Load-Amendments.
           OPEN INPUT PoOut.
           OPEN INPUT SuppOut.
           OPEN INPUT ContOut.
           OPEN OUTPUT StmtPrint.
           OPEN OUTPUT StmtLineFile.

      *    A missing control file just means the first
      *    statement -- every amendment on the history shows.
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

       1020-Load-Open-POs.
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
           IF WS-PoStatusFile-Good AND
              (PoStat-PO-OPEN OR PoStat-PO-PARTIAL)
              IF WS-Open-Cnt >= WS-Open-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Open-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Open-Cnt
              SET WS-Open-IDX TO WS-Open-Cnt
              MOVE PoStat-PO-NUMBER TO WS-Open-PO-Number(WS-Open-IDX)
              MOVE PoStat-PO-STATUS TO WS-Open-Status(WS-Open-IDX)
              MOVE ZERO TO WS-Open-Qty-Ordered(WS-Open-IDX)
                           WS-Open-Qty-Received(WS-Open-IDX)
              IF PoStat-QTY-ORDERED IS NUMERIC
                 MOVE PoStat-QTY-ORDERED TO
                    WS-Open-Qty-Ordered(WS-Open-IDX)
              END-IF
              IF PoStat-QTY-RECEIVED IS NUMERIC
                 MOVE PoStat-QTY-RECEIVED TO
                    WS-Open-Qty-Received(WS-Open-IDX)
              END-IF
              MOVE SPACES TO WS-Open-Supplier(WS-Open-IDX)
                             WS-Open-Part(WS-Open-IDX)
                             WS-Open-Due-Date(WS-Open-IDX)
              MOVE 'N' TO WS-Open-On-PoOut-Flag(WS-Open-IDX)
           END-IF.

      *    Only the after-image (NEW:) of each amendment is kept
      *    -- it is what the supplier should now be working to.
       1030-Load-Amendments.
           OPEN INPUT PoChangeLog.
           IF WS-PoChangeLog-Good
              PERFORM 1035-Load-One-Amendment
                 UNTIL WS-PoChangeLog-EOF
              CLOSE PoChangeLog
           END-IF.

       1035-Load-One-Amendment.
           READ PoChangeLog
              AT END SET WS-PoChangeLog-EOF TO TRUE
           END-READ.
           IF WS-PoChangeLog-Good AND FD-Hist-New-Image AND
              FD-Hist-Run-Date IS NUMERIC
              IF FD-Hist-Run-Date > WS-Last-Stmt-Date
                 IF WS-Amend-Cnt >= WS-Amend-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Amend-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Amend-Cnt
                 SET WS-Amend-IDX TO WS-Amend-Cnt
                 MOVE FD-Hist-PO-Number TO
                    WS-Amend-PO-Number(WS-Amend-IDX)
                 MOVE FD-Hist-Run-Date TO
                    WS-Amend-Run-Date(WS-Amend-IDX)
                 MOVE FD-Hist-Buyer-Id TO
                    WS-Amend-Buyer-Id(WS-Amend-IDX)
                 MOVE FD-Hist-Image TO WS-Amend-Image(WS-Amend-IDX)
              END-IF
           END-IF.

       2000-Match-PoOut.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2010-Fill-Open-Row
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Match-PoOut"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Fill-Open-Row.
           PERFORM VARYING WS-Open-IDX FROM 1 BY 1
              UNTIL WS-Open-IDX > WS-Open-Cnt
              IF WS-Open-PO-Number(WS-Open-IDX) = PoOut-PO-NUMBER
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-Open-Supplier(WS-Open-IDX)
                 MOVE PoOut-PART-NUMBER TO WS-Open-Part(WS-Open-IDX)
                 MOVE PoOut-DELIVERY-DATE TO
                    WS-Open-Due-Date(WS-Open-IDX)
                 MOVE 'Y' TO WS-Open-On-PoOut-Flag(WS-Open-IDX)
                 SET WS-Open-IDX TO WS-Open-Cnt
              END-IF
           END-PERFORM.

      *    A status row whose PO is no longer on POOUT cannot be
      *    put in front of a supplier -- counted, not stated.
       2100-Collect-Supplier.
           IF WS-Open-On-PoOut(WS-Open-IDX)
              MOVE WS-Open-Supplier(WS-Open-IDX) TO WS-Hold-Supplier
              PERFORM 2110-Note-Supplier
           ELSE
              ADD +1 TO WS-Not-On-PoOut-Cnt
           END-IF.

       2110-Note-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt
              IF WS-Supp-Seen-Code(WS-Supp-Seen-IDX) =
                 WS-Hold-Supplier
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
              MOVE WS-Hold-Supplier TO
                 WS-Supp-Seen-Code(WS-Supp-Seen-IDX)
           END-IF.

       2500-Write-One-Statement.
           MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
              WS-Cur-Supplier.
           ADD +1 TO WS-Statement-Cnt.
           MOVE ZERO TO WS-Supp-Line-Cnt.
           PERFORM 2510-Print-Statement-Heading.
           PERFORM 2600-Write-One-PO
              VARYING WS-Open-IDX FROM 1 BY 1
              UNTIL WS-Open-IDX > WS-Open-Cnt.
           MOVE SPACES TO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           MOVE WS-Supp-Line-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " PURCHASE ORDERS OPEN.  PLEASE MARK"
              " EACH C (AGREE), D (DISPUTE, WITH YOUR QUANTITY AND"
              " DATE) OR U (UNKNOWN)"
              DELIMITED BY SIZE INTO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           MOVE SPACES TO FD-StmtPrint-Record.
           STRING "AND ADD ANY PO YOU HOLD OPEN THAT IS NOT LISTED."
              DELIMITED BY SIZE INTO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           MOVE SPACES TO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           PERFORM 2990-Write-Print-Line.

       2510-Print-Statement-Heading.
           MOVE SPACES TO FD-StmtPrint-Record.
           STRING "OPEN PURCHASE ORDER STATEMENT -- SUPPLIER "
              WS-Cur-Supplier
              "  AS OF " WS-Today-Date
              DELIMITED BY SIZE INTO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           MOVE WS-Cur-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY MOVE SPACES TO SuppOut-SUPPLIER-NAME
           END-READ.
           MOVE SPACES TO FD-StmtPrint-Record.
           STRING "TO:   " SuppOut-SUPPLIER-NAME
              DELIMITED BY SIZE INTO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           PERFORM 2520-Fetch-First-Contact.
           MOVE SPACES TO FD-StmtPrint-Record.
           IF WS-Contact-Found
              STRING "ATTN: " Cont-CONTACT-NAME
                 " " Cont-CONTACT-EMAIL
                 " " Cont-CONTACT-PHONE
                 DELIMITED BY SIZE INTO FD-StmtPrint-Record
           ELSE
              ADD +1 TO WS-No-Contact-Cnt
              STRING "ATTN: *** NO CONTACT ON FILE -- "
                 "ROUTE THROUGH THE BUYER ***"
                 DELIMITED BY SIZE INTO FD-StmtPrint-Record
           END-IF.
           PERFORM 2990-Write-Print-Line.
           MOVE SPACES TO FD-StmtPrint-Record.
           PERFORM 2990-Write-Print-Line.
           MOVE SPACES TO FD-StmtPrint-Record.
           MOVE "PO"          TO FD-StmtPrint-Record(1:2).
           MOVE "ST"          TO FD-StmtPrint-Record(8:2).
           MOVE "PART"        TO FD-StmtPrint-Record(11:4).
           MOVE "ORDERED"     TO FD-StmtPrint-Record(35:7).
           MOVE "RECEIVED"    TO FD-StmtPrint-Record(43:8).
           MOVE "OUTSTANDING" TO FD-StmtPrint-Record(52:11).
           MOVE "DUE"         TO FD-StmtPrint-Record(64:3).
           PERFORM 2990-Write-Print-Line.

       2520-Fetch-First-Contact.
           SET WS-Contact-Not-Found TO TRUE.
           MOVE WS-Cur-Supplier TO Cont-SUPPLIER-CODE.
           MOVE ZERO TO Cont-CONTACT-SEQ.
           START ContOut KEY >= Cont-CONT-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-ContOut-Good
              READ ContOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-ContOut-Good AND
                 Cont-SUPPLIER-CODE = WS-Cur-Supplier
                 SET WS-Contact-Found TO TRUE
              END-IF
           END-IF.

       2600-Write-One-PO.
           IF WS-Open-On-PoOut(WS-Open-IDX) AND
              WS-Open-Supplier(WS-Open-IDX) = WS-Cur-Supplier
              ADD +1 TO WS-Supp-Line-Cnt
              MOVE ZERO TO WS-Hold-Outstanding
              IF WS-Open-Qty-Ordered(WS-Open-IDX) >
                 WS-Open-Qty-Received(WS-Open-IDX)
                 COMPUTE WS-Hold-Outstanding =
                    WS-Open-Qty-Ordered(WS-Open-IDX) -
                    WS-Open-Qty-Received(WS-Open-IDX)
              END-IF
              PERFORM 2610-Print-PO-Line
              PERFORM 2620-Write-Stmt-Line
              PERFORM 2630-Print-One-Amendment
                 VARYING WS-Amend-IDX FROM 1 BY 1
                 UNTIL WS-Amend-IDX > WS-Amend-Cnt
           END-IF.

       2610-Print-PO-Line.
           MOVE WS-Open-Qty-Ordered(WS-Open-IDX) TO WS-Ordered-Edit.
           MOVE WS-Open-Qty-Received(WS-Open-IDX) TO
              WS-Received-Edit.
           MOVE WS-Hold-Outstanding TO WS-Outstanding-Edit.
           MOVE SPACES TO FD-StmtPrint-Record.
           MOVE WS-Open-PO-Number(WS-Open-IDX) TO
              FD-StmtPrint-Record(1:6).
           MOVE WS-Open-Status(WS-Open-IDX) TO
              FD-StmtPrint-Record(8:1).
           MOVE WS-Open-Part(WS-Open-IDX) TO
              FD-StmtPrint-Record(11:23).
           MOVE WS-Ordered-Edit TO FD-StmtPrint-Record(35:7).
           MOVE WS-Received-Edit TO FD-StmtPrint-Record(44:7).
           MOVE WS-Outstanding-Edit TO FD-StmtPrint-Record(56:7).
           MOVE WS-Open-Due-Date(WS-Open-IDX) TO
              FD-StmtPrint-Record(64:8).
           PERFORM 2990-Write-Print-Line.

       2620-Write-Stmt-Line.
           MOVE SPACES TO StmtLn-STMT-LINE-REC.
           MOVE WS-Today-Date TO StmtLn-STMT-DATE.
           MOVE WS-Cur-Supplier TO StmtLn-SUPPLIER-CODE.
           MOVE WS-Open-PO-Number(WS-Open-IDX) TO StmtLn-PO-NUMBER.
           MOVE WS-Open-Part(WS-Open-IDX) TO StmtLn-PART-NUMBER.
           MOVE WS-Open-Status(WS-Open-IDX) TO StmtLn-PO-STATUS.
           MOVE WS-Open-Qty-Ordered(WS-Open-IDX) TO
              StmtLn-QTY-ORDERED.
           MOVE WS-Open-Qty-Received(WS-Open-IDX) TO
              StmtLn-QTY-RECEIVED.
           MOVE WS-Hold-Outstanding TO StmtLn-QTY-OUTSTANDING.
           MOVE WS-Open-Due-Date(WS-Open-IDX) TO StmtLn-DUE-DATE.
           WRITE StmtLn-STMT-LINE-REC.
           IF WS-StmtLineFile-Good
              ADD +1 TO FD-StmtLine-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "open-stmt-lines" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2620-Write-Stmt-Line"
              DISPLAY "File Status: " WS-StmtLineFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2630-Print-One-Amendment.
           IF WS-Amend-PO-Number(WS-Amend-IDX) =
              WS-Open-PO-Number(WS-Open-IDX)
              ADD +1 TO WS-Amendment-Lines-Cnt
              MOVE SPACES TO FD-StmtPrint-Record
              STRING "       AMENDED " WS-Amend-Run-Date(WS-Amend-IDX)
                 " BY " WS-Amend-Buyer-Id(WS-Amend-IDX)
                 " NOW: " WS-Amend-Image(WS-Amend-IDX)
                 DELIMITED BY SIZE INTO FD-StmtPrint-Record
              PERFORM 2990-Write-Print-Line
           END-IF.

       2990-Write-Print-Line.
           WRITE FD-StmtPrint-Record.
           IF WS-StmtPrint-Good
              ADD +1 TO FD-StmtPrint-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "open-stmt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Print-Line"
              DISPLAY "File Status: " WS-StmtPrint-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The statement date is rolled only once every
      *    statement is written.
       3000-End-Job.
           DISPLAY "OPENSTMT: 3000-End-Job".
           CLOSE SuppOut ContOut StmtPrint StmtLineFile.
           PERFORM 3010-Write-Control.
           DISPLAY "  Open-Stmt: Open/Partial POs:   " WS-Open-Cnt.
           DISPLAY "  Open-Stmt: Not On POOUT:       "
              WS-Not-On-PoOut-Cnt.
           DISPLAY "  Open-Stmt: Statements Written: "
              WS-Statement-Cnt.
           DISPLAY "  Open-Stmt: PO Lines Stated:    "
              FD-StmtLine-Record-Cnt.
           DISPLAY "  Open-Stmt: Amendments Shown:   "
              WS-Amendment-Lines-Cnt.
           DISPLAY "  Open-Stmt: No Contact On File: "
              WS-No-Contact-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Today-Date TO FD-Ctl-Last-Stmt-Date.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "open-stmt-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
