      ***********************************************************
      * Program name:    DEBITGEN
      * Original author: David Stagowski
      *
      *    Description: Supplier debit-memo generator.
      *
      *    RETURNS and APMATCH leave money owed back to suppliers
      *    on the returns register and the discrepancy report,
      *    and AP was re-keying a debit memo from each printout.
      *    Both now also append valued charge-back lines (DEBITSRC
      *    layout) -- returned PO lines at the PO UNIT-PRICE,
      *    over-billed invoice lines at the price difference --
      *    and WARRPKG adds one line per warranty recovery package
      *    (a supplier's recoverable field-failure claims for a
      *    quarter).  This gathers every line waiting into one
      *    memo per supplier per run:
      *
      *       debit-memos.dat.txt       the memo file AP loads
      *                                 (DBMEMO layout)
      *       debit-memo-print.dat.txt  a printable copy of each
      *                                 memo, addressed to the
      *                                 supplier's REMIT-ADDRESS
      *                                 on addrout
      *
      *    Each line charged is written to the keyed debit log
      *    (DEBITLOG) under its DEBIT-KEY with the memo number; a
      *    line already on the log is skipped and counted, so the
      *    same return or invoice is never charged back twice.
      *    The charge-back files are emptied once the memos are
      *    written.
      *
      *    Memo numbers are 'DM' plus a 6-digit sequence kept on
      *    the control file ../data/debit-memo-control.dat.txt; a
      *    missing file starts at 1.  Totals are per currency on
      *    the memo -- currencies are never added together.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-13 dastagg       Created for supplier debit memos
      * 2026-10-15 dastagg       Warranty recovery packages from
      *                          WARRPKG as a third charge-back
      *                          source.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEBITGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Appended by RETURNS.  A missing file just means no
      *    returns waiting.
           SELECT ReturnDebitFile
           ASSIGN TO "../data/po-returns-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnDebitFile-Status.

      *    Appended by APMATCH.  A missing file just means no
      *    over-billings waiting.
           SELECT PriceDebitFile
           ASSIGN TO "../data/ap-price-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceDebitFile-Status.

      *    Appended by WARRPKG.  A missing file just means no
      *    warranty packages waiting.
           SELECT WarrDebitFile
           ASSIGN TO "../data/warranty-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WarrDebitFile-Status.

      *    Opened I-O; a missing file is created on first use.
           SELECT DebitLog
           ASSIGN TO DEBITLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DebitLog-DEBIT-KEY
           FILE STATUS IS WS-DebitLog-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    AddrOut's own SELECT in ADDRCALL.cbl is the authority
      *    -- keyed, so the remit address is one START away.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

           SELECT ControlFile
           ASSIGN TO "../data/debit-memo-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT MemoFile
           ASSIGN TO "../data/debit-memos.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MemoFile-Status.

           SELECT MemoPrint
           ASSIGN TO "../data/debit-memo-print.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MemoPrint-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==RetDebit==.

       FD  PriceDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==PrcDebit==.

       FD  WarrDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==WarDebit==.

       FD  DebitLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITLOG REPLACING ==:tag:== BY ==DebitLog==.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(06).

       FD  MemoFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DBMEMO REPLACING ==:tag:== BY ==Memo==.

       FD  MemoPrint
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-MemoPrint-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnDebitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceDebitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WarrDebitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DebitLog==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MemoFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MemoPrint==.

       01  WS-File-Counters.
           12 FD-ReturnDebit-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-PriceDebit-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-WarrDebit-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-MemoFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-MemoPrint-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Charged-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Memo-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Remit-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Next-Seq                  PIC 9(06) VALUE 1.
           12 WS-Memo-Number.
              15 FILLER                    PIC X(02) VALUE "DM".
              15 WS-Memo-Seq               PIC 9(06) VALUE ZERO.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Line-Dup-Flag             PIC X.
              88 WS-Line-Dup                  VALUE 'Y'.
              88 WS-Line-Not-Dup              VALUE 'N'.
           12 WS-Remit-Found-Flag          PIC X.
              88 WS-Remit-Found               VALUE 'Y'.
              88 WS-Remit-Not-Found           VALUE 'N'.
           12 WS-Cur-Found-Flag            PIC X.
              88 WS-Cur-Found                 VALUE 'Y'.
              88 WS-Cur-Not-Found             VALUE 'N'.

      *    Every charge-back line waiting and not yet on the log,
      *    all sources together -- memos are built off this.
       01  WS-Line-Table-Storage.
           12 WS-Line-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Line-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Done-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Line-Cnt
              INDEXED BY WS-Line-IDX.
              15 WS-Line-Source            PIC X(100).
              15 WS-Line-Done-Flag         PIC X.
                 88 WS-Line-Done              VALUE 'Y'.

      *    The line being worked, in the DEBITSRC shape.
           COPY DEBITSRC REPLACING ==:tag:== BY ==WkDebit==.

      *    Per-currency totals for the memo being built.
       01  WS-Memo-Totals-Storage.
           12 WS-Cur-Max-Cnt               PIC S9(4) COMP VALUE +20.
           12 WS-Cur-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Table OCCURS 0 TO 20 TIMES
              DEPENDING ON WS-Cur-Cnt
              INDEXED BY WS-Cur-IDX.
              15 WS-Cur-Code               PIC X(03).
              15 WS-Cur-Total              PIC 9(13)V99.

       01  WS-Hold-Fields.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Line-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Unit-Edit                 PIC Z(6)9.99.
           12 WS-Value-Edit                PIC Z(10)9.99.
           12 WS-Total-Edit                PIC Z(12)9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Write-One-Memo
              UNTIL WS-Line-Done-Cnt >= WS-Line-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "DEBITGEN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Read-Control.
           OPEN I-O DebitLog.
           IF NOT WS-DebitLog-Good
              OPEN OUTPUT DebitLog
              CLOSE DebitLog
              OPEN I-O DebitLog
           END-IF.
           OPEN INPUT SuppOut.
           OPEN INPUT AddrOut.
           OPEN OUTPUT MemoFile.
           OPEN OUTPUT MemoPrint.
           PERFORM 1020-Load-Return-Lines.
           PERFORM 1030-Load-Price-Lines.
           PERFORM 1040-Load-Warranty-Lines.

      *    A missing control file just means the first run --
      *    memo numbers start at 1.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Next-Seq
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

       1020-Load-Return-Lines.
           OPEN INPUT ReturnDebitFile.
           IF WS-ReturnDebitFile-Good
              PERFORM 1025-Load-One-Return-Line
                 UNTIL WS-ReturnDebitFile-EOF
              CLOSE ReturnDebitFile
           END-IF.

       1025-Load-One-Return-Line.
           READ ReturnDebitFile
              AT END SET WS-ReturnDebitFile-EOF TO TRUE
           END-READ.
           IF WS-ReturnDebitFile-Good
              ADD +1 TO FD-ReturnDebit-Record-Cnt
              MOVE RetDebit-DEBIT-SOURCE TO WkDebit-DEBIT-SOURCE
              PERFORM 1050-Add-Line-If-New
           END-IF.

       1030-Load-Price-Lines.
           OPEN INPUT PriceDebitFile.
           IF WS-PriceDebitFile-Good
              PERFORM 1035-Load-One-Price-Line
                 UNTIL WS-PriceDebitFile-EOF
              CLOSE PriceDebitFile
           END-IF.

       1035-Load-One-Price-Line.
           READ PriceDebitFile
              AT END SET WS-PriceDebitFile-EOF TO TRUE
           END-READ.
           IF WS-PriceDebitFile-Good
              ADD +1 TO FD-PriceDebit-Record-Cnt
              MOVE PrcDebit-DEBIT-SOURCE TO WkDebit-DEBIT-SOURCE
              PERFORM 1050-Add-Line-If-New
           END-IF.

       1040-Load-Warranty-Lines.
           OPEN INPUT WarrDebitFile.
           IF WS-WarrDebitFile-Good
              PERFORM 1045-Load-One-Warranty-Line
                 UNTIL WS-WarrDebitFile-EOF
              CLOSE WarrDebitFile
           END-IF.

       1045-Load-One-Warranty-Line.
           READ WarrDebitFile
              AT END SET WS-WarrDebitFile-EOF TO TRUE
           END-READ.
           IF WS-WarrDebitFile-Good
              ADD +1 TO FD-WarrDebit-Record-Cnt
              MOVE WarDebit-DEBIT-SOURCE TO WkDebit-DEBIT-SOURCE
              PERFORM 1050-Add-Line-If-New
           END-IF.

      *    Already on the log, or already waiting in this run --
      *    either way it is charged once.
       1050-Add-Line-If-New.
           SET WS-Line-Not-Dup TO TRUE.
           MOVE WkDebit-DEBIT-KEY TO DebitLog-DEBIT-KEY.
           READ DebitLog
              INVALID KEY CONTINUE
              NOT INVALID KEY SET WS-Line-Dup TO TRUE
           END-READ.
           IF WS-Line-Not-Dup
              PERFORM VARYING WS-Line-IDX FROM 1 BY 1
                 UNTIL WS-Line-IDX > WS-Line-Cnt
                 IF WS-Line-Source(WS-Line-IDX)(1:22) =
                    WkDebit-DEBIT-KEY
                    SET WS-Line-Dup TO TRUE
                    SET WS-Line-IDX TO WS-Line-Cnt
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-Line-Dup
              ADD +1 TO WS-Already-Charged-Cnt
           ELSE
              IF WS-Line-Cnt >= WS-Line-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Line-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Line-Cnt
              SET WS-Line-IDX TO WS-Line-Cnt
              MOVE WkDebit-DEBIT-SOURCE TO
                 WS-Line-Source(WS-Line-IDX)
              MOVE 'N' TO WS-Line-Done-Flag(WS-Line-IDX)
           END-IF.

      *    The first line not yet on a memo names the supplier;
      *    every waiting line of that supplier goes on this memo.
       2000-Write-One-Memo.
           PERFORM VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt
              IF NOT WS-Line-Done(WS-Line-IDX)
                 MOVE WS-Line-Source(WS-Line-IDX) TO
                    WkDebit-DEBIT-SOURCE
                 MOVE WkDebit-SUPPLIER-CODE TO WS-Hold-Supplier
                 SET WS-Line-IDX TO WS-Line-Cnt
              END-IF
           END-PERFORM.
           MOVE WS-Next-Seq TO WS-Memo-Seq.
           ADD 1 TO WS-Next-Seq.
           ADD +1 TO WS-Memo-Cnt.
           MOVE ZERO TO WS-Cur-Cnt WS-Hold-Line-Cnt.
           PERFORM VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt
              IF NOT WS-Line-Done(WS-Line-IDX) AND
                 WS-Line-Source(WS-Line-IDX)(23:10) =
                 WS-Hold-Supplier
                 ADD +1 TO WS-Hold-Line-Cnt
              END-IF
           END-PERFORM.
           PERFORM 2100-Write-Memo-Header.
           PERFORM 2200-Print-Memo-Heading.
           PERFORM 2300-Write-Memo-Line
              VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt.
           PERFORM 2500-Write-Memo-Total
              VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt.
           MOVE SPACES TO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.
           PERFORM 3900-Write-Print-Line.

       2100-Write-Memo-Header.
           MOVE SPACES TO Memo-MEMO-REC.
           SET Memo-MEMO-HEADER TO TRUE.
           MOVE WS-Memo-Number TO Memo-MEMO-NUMBER.
           MOVE WS-Hold-Supplier TO Memo-HDR-SUPPLIER.
           MOVE WS-Today-Date TO Memo-HDR-MEMO-DATE.
           MOVE WS-Hold-Line-Cnt TO Memo-HDR-LINE-CNT.
           PERFORM 3800-Write-Memo-Record.

      *    Addressed to the remit-to -- one keyed START at
      *    (supplier, remit, low sequence), APVENDX's lookup.
       2200-Print-Memo-Heading.
           MOVE SPACES TO FD-MemoPrint-Record.
           STRING "SUPPLIER DEBIT MEMO " WS-Memo-Number
              "          DATE " WS-Today-Date
              DELIMITED BY SIZE INTO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.
           MOVE SPACES TO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.
           MOVE WS-Hold-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY MOVE SPACES TO SuppOut-SUPPLIER-NAME
           END-READ.
           MOVE SPACES TO FD-MemoPrint-Record.
           STRING "TO:  " WS-Hold-Supplier "  " SuppOut-SUPPLIER-NAME
              DELIMITED BY SIZE INTO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.
           PERFORM 2210-Find-Remit-Address.
           IF WS-Remit-Found
              MOVE SPACES TO FD-MemoPrint-Record
              MOVE AddrOut-ADDRESS-1 TO FD-MemoPrint-Record(6:15)
              PERFORM 3900-Write-Print-Line
              IF AddrOut-ADDRESS-2 > SPACES
                 MOVE SPACES TO FD-MemoPrint-Record
                 MOVE AddrOut-ADDRESS-2 TO FD-MemoPrint-Record(6:15)
                 PERFORM 3900-Write-Print-Line
              END-IF
              IF AddrOut-ADDRESS-3 > SPACES
                 MOVE SPACES TO FD-MemoPrint-Record
                 MOVE AddrOut-ADDRESS-3 TO FD-MemoPrint-Record(6:15)
                 PERFORM 3900-Write-Print-Line
              END-IF
              MOVE SPACES TO FD-MemoPrint-Record
              STRING "     " AddrOut-CITY DELIMITED BY SIZE
                 " " AddrOut-ADDR-STATE DELIMITED BY SIZE
                 " " AddrOut-ZIP-CODE DELIMITED BY SIZE
                 " " AddrOut-COUNTRY-CODE DELIMITED BY SIZE
                 INTO FD-MemoPrint-Record
              PERFORM 3900-Write-Print-Line
           ELSE
              ADD +1 TO WS-No-Remit-Cnt
              MOVE SPACES TO FD-MemoPrint-Record
              STRING "     *** NO REMIT-TO ADDRESS ON FILE ***"
                 DELIMITED BY SIZE INTO FD-MemoPrint-Record
              PERFORM 3900-Write-Print-Line
           END-IF.
           MOVE SPACES TO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.
           MOVE SPACES TO FD-MemoPrint-Record.
           STRING "TYPE    PO     REFERENCE       PART"
              "                        QTY    UNIT-AMT CUR"
              "          VALUE"
              DELIMITED BY SIZE INTO FD-MemoPrint-Record.
           PERFORM 3900-Write-Print-Line.

       2210-Find-Remit-Address.
           SET WS-Remit-Not-Found TO TRUE.
           MOVE WS-Hold-Supplier TO AddrOut-SUPPLIER-CODE.
           MOVE '3' TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-AddrOut-Good
              READ AddrOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-AddrOut-Good AND
                 AddrOut-SUPPLIER-CODE = WS-Hold-Supplier AND
                 AddrOut-REMIT-ADDRESS
                 SET WS-Remit-Found TO TRUE
              END-IF
           END-IF.

       2300-Write-Memo-Line.
           IF NOT WS-Line-Done(WS-Line-IDX) AND
              WS-Line-Source(WS-Line-IDX)(23:10) = WS-Hold-Supplier
              MOVE WS-Line-Source(WS-Line-IDX) TO
                 WkDebit-DEBIT-SOURCE
              MOVE 'Y' TO WS-Line-Done-Flag(WS-Line-IDX)
              ADD +1 TO WS-Line-Done-Cnt
              PERFORM 2310-Write-Memo-Detail
              PERFORM 2320-Print-Memo-Detail
              PERFORM 2330-Add-Currency-Total
              PERFORM 2340-Write-Debit-Log
           END-IF.

       2310-Write-Memo-Detail.
           MOVE SPACES TO Memo-MEMO-REC.
           SET Memo-MEMO-DETAIL TO TRUE.
           MOVE WS-Memo-Number TO Memo-MEMO-NUMBER.
           MOVE WkDebit-SOURCE-TYPE TO Memo-DTL-SOURCE-TYPE.
           MOVE WkDebit-PO-NUMBER TO Memo-DTL-PO-NUMBER.
           MOVE WkDebit-SOURCE-REF TO Memo-DTL-SOURCE-REF.
           MOVE WkDebit-PART-NUMBER TO Memo-DTL-PART-NUMBER.
           MOVE WkDebit-QUANTITY TO Memo-DTL-QUANTITY.
           MOVE WkDebit-UNIT-AMOUNT TO Memo-DTL-UNIT-AMOUNT.
           MOVE WkDebit-CURRENCY-CODE TO Memo-DTL-CURRENCY.
           MOVE WkDebit-DEBIT-VALUE TO Memo-DTL-VALUE.
           PERFORM 3800-Write-Memo-Record.

       2320-Print-Memo-Detail.
           MOVE WkDebit-QUANTITY TO WS-Qty-Edit.
           MOVE WkDebit-UNIT-AMOUNT TO WS-Unit-Edit.
           MOVE WkDebit-DEBIT-VALUE TO WS-Value-Edit.
           MOVE SPACES TO FD-MemoPrint-Record.
           EVALUATE TRUE
              WHEN WkDebit-RETURN-LINE
                 MOVE "RETURN" TO FD-MemoPrint-Record(1:6)
              WHEN WkDebit-WARRANTY-LINE
                 MOVE "WARRANTY" TO FD-MemoPrint-Record(1:8)
              WHEN OTHER
                 MOVE "PRICE" TO FD-MemoPrint-Record(1:5)
           END-EVALUATE.
           MOVE WkDebit-PO-NUMBER TO FD-MemoPrint-Record(9:6).
           MOVE WkDebit-SOURCE-REF TO FD-MemoPrint-Record(16:15).
           MOVE WkDebit-PART-NUMBER TO FD-MemoPrint-Record(32:23).
           MOVE WS-Qty-Edit TO FD-MemoPrint-Record(56:7).
           MOVE WS-Unit-Edit TO FD-MemoPrint-Record(64:10).
           MOVE WkDebit-CURRENCY-CODE TO FD-MemoPrint-Record(75:3).
           MOVE WS-Value-Edit TO FD-MemoPrint-Record(79:14).
           PERFORM 3900-Write-Print-Line.

       2330-Add-Currency-Total.
           SET WS-Cur-Not-Found TO TRUE.
           PERFORM VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt
              IF WS-Cur-Code(WS-Cur-IDX) = WkDebit-CURRENCY-CODE
                 SET WS-Cur-Found TO TRUE
                 ADD WkDebit-DEBIT-VALUE TO WS-Cur-Total(WS-Cur-IDX)
                 SET WS-Cur-IDX TO WS-Cur-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cur-Not-Found
              IF WS-Cur-Cnt >= WS-Cur-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Memo-Totals-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cur-Cnt
              SET WS-Cur-IDX TO WS-Cur-Cnt
              MOVE WkDebit-CURRENCY-CODE TO WS-Cur-Code(WS-Cur-IDX)
              MOVE WkDebit-DEBIT-VALUE TO WS-Cur-Total(WS-Cur-IDX)
           END-IF.

       2340-Write-Debit-Log.
           MOVE WkDebit-DEBIT-KEY TO DebitLog-DEBIT-KEY.
           MOVE WS-Memo-Number TO DebitLog-MEMO-NUMBER.
           MOVE WS-Today-Date TO DebitLog-MEMO-DATE.
           MOVE WkDebit-SUPPLIER-CODE TO DebitLog-SUPPLIER-CODE.
           MOVE WkDebit-CURRENCY-CODE TO DebitLog-CURRENCY-CODE.
           MOVE WkDebit-DEBIT-VALUE TO DebitLog-DEBIT-VALUE.
           WRITE DebitLog-DEBIT-LOG-REC.
           IF NOT WS-DebitLog-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "DEBITLOG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2340-Write-Debit-Log"
              DISPLAY "File Status: " WS-DebitLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-Memo-Total.
           MOVE SPACES TO Memo-MEMO-REC.
           SET Memo-MEMO-TOTAL TO TRUE.
           MOVE WS-Memo-Number TO Memo-MEMO-NUMBER.
           MOVE WS-Cur-Code(WS-Cur-IDX) TO Memo-TRL-CURRENCY.
           MOVE WS-Cur-Total(WS-Cur-IDX) TO Memo-TRL-TOTAL.
           PERFORM 3800-Write-Memo-Record.
           MOVE WS-Cur-Total(WS-Cur-IDX) TO WS-Total-Edit.
           MOVE SPACES TO FD-MemoPrint-Record.
           MOVE "TOTAL DEBIT" TO FD-MemoPrint-Record(56:11).
           MOVE WS-Cur-Code(WS-Cur-IDX) TO FD-MemoPrint-Record(75:3).
           MOVE WS-Total-Edit TO FD-MemoPrint-Record(77:16).
           PERFORM 3900-Write-Print-Line.

      *    The control is rolled and the charge-back files emptied
      *    only after every memo and log record is written.
       3000-End-Job.
           DISPLAY "DEBITGEN: 3000-End-Job".
           CLOSE DebitLog SuppOut AddrOut MemoFile MemoPrint.
           PERFORM 3010-Write-Control.
           OPEN OUTPUT ReturnDebitFile.
           CLOSE ReturnDebitFile.
           OPEN OUTPUT PriceDebitFile.
           CLOSE PriceDebitFile.
           OPEN OUTPUT WarrDebitFile.
           CLOSE WarrDebitFile.
           DISPLAY "  Debit-Gen: Return Lines Read: "
              FD-ReturnDebit-Record-Cnt.
           DISPLAY "  Debit-Gen: Price Lines Read:  "
              FD-PriceDebit-Record-Cnt.
           DISPLAY "  Debit-Gen: Warranty Lines:    "
              FD-WarrDebit-Record-Cnt.
           DISPLAY "  Debit-Gen: Already Charged:   "
              WS-Already-Charged-Cnt.
           DISPLAY "  Debit-Gen: Lines Charged:     " WS-Line-Cnt.
           DISPLAY "  Debit-Gen: Memos Written:     " WS-Memo-Cnt.
           DISPLAY "  Debit-Gen: No Remit Address:  " WS-No-Remit-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Next-Seq TO FD-Ctl-Next-Seq.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "debit-memo-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.

       3800-Write-Memo-Record.
           WRITE Memo-MEMO-REC.
           IF WS-MemoFile-Good
              ADD +1 TO FD-MemoFile-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "debit-memos" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3800-Write-Memo-Record"
              DISPLAY "File Status: " WS-MemoFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3900-Write-Print-Line.
           WRITE FD-MemoPrint-Record.
           IF WS-MemoPrint-Good
              ADD +1 TO FD-MemoPrint-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "debit-memo-print" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3900-Write-Print-Line"
              DISPLAY "File Status: " WS-MemoPrint-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
