      *    produced for AP to raise debit memos, valued at the
      *    PO's UNIT-PRICE off POOUT.
      *
      *    Every applied return is also appended to the pending
      *    stock transaction file for STOCKLED -- the goods left
      *    the shelf.
      *
      *    Every applied return on a PO found on POOUT is also
      *    appended, valued, to the returns charge-back file
      *    DEBITGEN raises the supplier's debit memo from.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for returns processing
      * 2026-09-10 dastagg       Applied returns appended to the
      *                          pending stock transactions for
      *                          STOCKLED.
      * 2026-09-13 dastagg       Applied returns appended,
      *                          valued, to the returns charge-
      *                          back file for DEBITGEN.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReturnsRegister-Status.

      *    STOCKLED's SELECT is the authority -- appended to,
      *    after whatever RECMATCH left there.
           SELECT StockTxnFile
           ASSIGN TO "../data/stock-txn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockTxnFile-Status.

      *    DEBITGEN's SELECT is the authority -- appended to, so
      *    returns from runs before the memo run all wait there.
           SELECT ReturnDebitFile
           ASSIGN TO "../data/po-returns-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReturnDebitFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ReturnFile
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Register-Record           PIC X(132).

       FD  StockTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STKTXN REPLACING ==:tag:== BY ==StkTxn==.

       FD  ReturnDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==RetDebit==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StatusCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnsRegister==.
           COPY WSFST REPLACING ==:tag:== BY ==StockTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReturnDebitFile==.

       01  WS-File-Counters.
           12 FD-ReturnFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-PoStatusFile-Record-Cnt   PIC S9(4) COMP VALUE ZERO.
           12 FD-PoStatusOut-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-Register-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-StockTxn-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-RetDebit-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Return-Counters.
           12 WS-Unknown-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
              15 WS-Val-Unit-Price     PIC S9(7)V99 COMP-3
                 VALUE ZERO.
              15 WS-Val-Currency       PIC X(03).
              15 WS-Val-Part           PIC X(23).

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
              DISPLAY "RETURNS: no returns file staged."
              SET WS-ReturnFile-EOF TO TRUE
           END-IF.
           OPEN EXTEND StockTxnFile.
           IF NOT WS-StockTxnFile-Good
              OPEN OUTPUT StockTxnFile
           END-IF.
           OPEN EXTEND ReturnDebitFile.
           IF NOT WS-ReturnDebitFile-Good
              OPEN OUTPUT ReturnDebitFile
           END-IF.
           MOVE SPACES TO FD-Register-Record.
           STRING "PO      SUPPLIER    RET-DATE      QTY  RSN"
              "       DEBIT-VALUE CUR"
                    WS-Val-Unit-Price(WS-Val-IDX)
                 MOVE PoOut-CURRENCY-CODE TO
                    WS-Val-Currency(WS-Val-IDX)
                 MOVE PoOut-PART-NUMBER TO
                    WS-Val-Part(WS-Val-IDX)
              END-IF
           END-IF.

              END-IF
              PERFORM 2300-Reset-PO-Status
              PERFORM 2400-Write-Register-Entry
              PERFORM 2500-Write-Stock-Txn
              IF WS-Val-Row-Found
                 PERFORM 2600-Write-Debit-Line
              END-IF
           END-IF.

      *    The same O/P/C arithmetic RECMATCH applies on the way
              END-IF
           END-PERFORM.

      *    2400 has already found the PO's value row; a PO off
      *    POOUT goes with no part and STOCKLED holds it.
       2500-Write-Stock-Txn.
           MOVE SPACES TO StkTxn-STOCK-TXN.
           MOVE 'T' TO StkTxn-TXN-TYPE.
           IF WS-Val-Row-Found
              MOVE WS-Val-Part(WS-Val-Match-IDX) TO
                 StkTxn-PART-NUMBER
           END-IF.
           MOVE FD-Return-Date TO StkTxn-TXN-DATE.
           MOVE FD-Return-Quantity TO StkTxn-QUANTITY.
           MOVE FD-Return-PO-Number TO StkTxn-PO-NUMBER.
           MOVE FD-Return-Reason TO StkTxn-REASON-CODE.
           MOVE "RETURNS" TO StkTxn-SOURCE-PGM.
           WRITE StkTxn-STOCK-TXN.
           IF WS-StockTxnFile-Good
              ADD +1 TO FD-StockTxn-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "stock-txn" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Stock-Txn"
              DISPLAY "File Status: " WS-StockTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    2400 left the return valued in WS-Hold-Value; the
      *    return date and reason make it unique on the PO.
       2600-Write-Debit-Line.
           MOVE SPACES TO RetDebit-DEBIT-SOURCE.
           SET RetDebit-RETURN-LINE TO TRUE.
           MOVE FD-Return-PO-Number TO RetDebit-PO-NUMBER.
           MOVE FD-Return-Date TO RetDebit-SOURCE-REF(1:8).
           MOVE FD-Return-Reason TO RetDebit-SOURCE-REF(9:3).
           MOVE WS-Val-Supplier(WS-Val-Match-IDX) TO
              RetDebit-SUPPLIER-CODE.
           MOVE WS-Val-Part(WS-Val-Match-IDX) TO
              RetDebit-PART-NUMBER.
           MOVE FD-Return-Date TO RetDebit-SOURCE-DATE.
           MOVE FD-Return-Reason TO RetDebit-REASON-CODE.
           MOVE FD-Return-Quantity TO RetDebit-QUANTITY.
           MOVE WS-Val-Unit-Price(WS-Val-Match-IDX) TO
              RetDebit-UNIT-AMOUNT.
           MOVE WS-Val-Currency(WS-Val-Match-IDX) TO
              RetDebit-CURRENCY-CODE.
           MOVE WS-Hold-Value TO RetDebit-DEBIT-VALUE.
           WRITE RetDebit-DEBIT-SOURCE.
           IF WS-ReturnDebitFile-Good
              ADD +1 TO FD-RetDebit-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "po-returns-debit" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2600-Write-Debit-Line"
              DISPLAY "File Status: " WS-ReturnDebitFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2910-Write-Register-Line.
           WRITE FD-Register-Record.
           IF WS-ReturnsRegister-Good
       3000-End-Job.
           DISPLAY "RETURNS: 3000-End-Job".
           CLOSE ReturnFile.
           CLOSE StockTxnFile.
           CLOSE ReturnDebitFile.
           PERFORM 3010-Write-New-Status-File.
           CLOSE ReturnsRegister.
           DISPLAY "  Returns: POs On File:     "
           DISPLAY "  Returns: Unknown PO:      " WS-Unknown-PO-Cnt.
           DISPLAY "  Returns: POs Reopened:    " WS-Reopened-Cnt.
           DISPLAY "  Returns: Over-Returns:    " WS-Over-Return-Cnt.
           DISPLAY "  Returns: Stock Txns:      "
              FD-StockTxn-Record-Cnt.
           DISPLAY "  Returns: Debit Lines:     "
              FD-RetDebit-Record-Cnt.

       3010-Write-New-Status-File.
           OPEN OUTPUT PoStatusOutFile.
