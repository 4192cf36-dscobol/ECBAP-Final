      ***********************************************************
      * Program name:    STOCKLED
      * Original author: David Stagowski
      *
      *    Description: On-hand stock ledger posting and the
      *       stock-status report.
      *
      *    The system knew what was ordered and received per PO
      *    but never what was on the shelf.  This keeps a keyed
      *    on-hand balance per PART-NUMBER (ONHAND, DD STOCKOH)
      *    and a stock ledger behind it -- every posted movement
      *    appended with its effect and the balance after.
      *
      *    Movements posted, in this order:
      *      - the pending stock transactions (STKTXN layout):
      *        receipts 'R' and inspection rejects 'J' from
      *        RECMATCH, returns to supplier 'T' from RETURNS;
      *      - production issues from the line
      *        (../data/production-issues.dat.txt):
      *           part 23, issue date 9(8), quantity 9(7),
      *           line code 3;
      *      - cycle counts (../data/cycle-counts.dat.txt):
      *           part 23, count date 9(8), counted quantity
      *           9(7), reason code 3.
      *        A count sets the balance to what was counted; the
      *        ledger carries the adjustment (counted less book)
      *        with the reason.  A count with no reason code is
      *        not posted.
      *
      *    A movement for a part not on PARTOUT is not posted.
      *    Pending transactions that fail are written back to the
      *    pending file so they post once the part master is
      *    fixed; issues and counts that fail are listed for the
      *    line to resend.  Missing issue/count files just mean
      *    nothing came from the line today.
      *
      *    The stock-status report lists every part on the
      *    balance file, with NEGATIVE against any balance below
      *    zero -- stock issued before its receipt posted.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-10 dastagg       Created for the stock ledger
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKLED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StockTxnFile
           ASSIGN TO "../data/stock-txn.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StockTxnFile-Status.

           SELECT IssueFile
           ASSIGN TO "../data/production-issues.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IssueFile-Status.

           SELECT CountFile
           ASSIGN TO "../data/cycle-counts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CountFile-Status.

           SELECT OnHand
           ASSIGN TO STOCKOH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OnHand-PART-NUMBER
           FILE STATUS IS WS-OnHand-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

           SELECT LedgerFile
           ASSIGN TO "../data/stock-ledger.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFile-Status.

           SELECT StockRpt
           ASSIGN TO "../data/stock-status-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-StockRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StockTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STKTXN REPLACING ==:tag:== BY ==StkTxn==.

       FD  IssueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Issue-Record.
           05 FD-Issue-Part             PIC X(23).
           05 FD-Issue-Date             PIC 9(08).
           05 FD-Issue-Quantity         PIC 9(07).
           05 FD-Issue-Line             PIC X(03).

       FD  CountFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Count-Record.
           05 FD-Count-Part             PIC X(23).
           05 FD-Count-Date             PIC 9(08).
           05 FD-Count-Quantity         PIC 9(07).
           05 FD-Count-Reason           PIC X(03).

       FD  OnHand
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ONHAND REPLACING ==:tag:== BY ==OnHand==.

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

      *    The posted transaction as it came in, then its signed
      *    effect on the balance, the balance after, and the day
      *    it posted.
       FD  LedgerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ledger-Record.
           05 FD-Ledger-Txn             PIC X(56).
           05 FD-Ledger-Effect          PIC S9(09)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Balance         PIC S9(09)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Posted-Date     PIC 9(08).

       FD  StockRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StockRpt-Record           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StockTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IssueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CountFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OnHand==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==LedgerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StockRpt==.

       01  WS-File-Counters.
           12 FD-StockTxn-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-Issue-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Count-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Ledger-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-StockRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Posting-Counters.
           12 WS-Posted-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-New-Part-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Parts-Listed-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Negative-Cnt              PIC S9(4) COMP VALUE ZERO.

      *    Pending transactions that could not post go back on
      *    the pending file at end of job.
       01  WS-Held-Txn-Storage.
           12 WS-Held-Max-Cnt              PIC S9(4) COMP VALUE +2000.
           12 WS-Held-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Held-Cnt
              INDEXED BY WS-Held-IDX.
              15 WS-Held-Txn               PIC X(56).

      *    Every source is moved into this one shape and posted
      *    by the same paragraph.
       COPY STKTXN REPLACING ==:tag:== BY ==WS-Post==.

       01  WS-Post-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Post-Effect               PIC S9(09) VALUE ZERO.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.
           12 WS-OnHand-Exists-Flag        PIC X VALUE 'N'.
              88 WS-OnHand-Exists             VALUE 'Y'.
              88 WS-OnHand-New                VALUE 'N'.
           12 WS-Browse-Flag               PIC X VALUE 'N'.
              88 WS-Browse-Done               VALUE 'Y'.
              88 WS-Browse-More               VALUE 'N'.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC -(8)9.
           12 WS-In-Edit                   PIC Z(8)9.
           12 WS-Out-Edit                  PIC Z(8)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Post-Pending-Txns
              UNTIL WS-StockTxnFile-EOF.
           PERFORM 2100-Post-Issues UNTIL WS-IssueFile-EOF.
           PERFORM 2200-Post-Counts UNTIL WS-CountFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "STOCKLED: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN OUTPUT StockRpt.
           MOVE SPACES TO FD-StockRpt-Record.
           STRING "STOCK LEDGER POSTING -- " WS-Today-Date
              DELIMITED BY SIZE INTO FD-StockRpt-Record.
           PERFORM 2900-Write-Stock-Rpt-Line.
           OPEN INPUT PartOut.
           IF NOT WS-PartOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "PARTOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PartOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    A missing balance file is a first run -- it is
      *    created empty and every part starts at zero.
           OPEN I-O OnHand.
           IF NOT WS-OnHand-Good
              OPEN OUTPUT OnHand
              CLOSE OnHand
              OPEN I-O OnHand
           END-IF.
           IF NOT WS-OnHand-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "STOCKOH" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-OnHand-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND LedgerFile.
           IF NOT WS-LedgerFile-Good
              OPEN OUTPUT LedgerFile
           END-IF.
           OPEN INPUT StockTxnFile.
           IF NOT WS-StockTxnFile-Good
              SET WS-StockTxnFile-EOF TO TRUE
           END-IF.
           OPEN INPUT IssueFile.
           IF NOT WS-IssueFile-Good
              SET WS-IssueFile-EOF TO TRUE
           END-IF.
           OPEN INPUT CountFile.
           IF NOT WS-CountFile-Good
              SET WS-CountFile-EOF TO TRUE
           END-IF.

       2000-Post-Pending-Txns.
           READ StockTxnFile
              AT END SET WS-StockTxnFile-EOF TO TRUE
           END-READ.
           IF WS-StockTxnFile-Good
              ADD +1 TO FD-StockTxn-Record-Cnt
              MOVE StkTxn-STOCK-TXN TO WS-Post-STOCK-TXN
              PERFORM 2500-Post-One-Movement
              IF WS-Reject-Reason NOT = SPACES
                 PERFORM 2050-Hold-Pending-Txn
              END-IF
           END-IF.

       2050-Hold-Pending-Txn.
           IF WS-Held-Cnt >= WS-Held-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Held-Txn-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Held-Cnt.
           SET WS-Held-IDX TO WS-Held-Cnt.
           MOVE WS-Post-STOCK-TXN TO WS-Held-Txn(WS-Held-IDX).

       2100-Post-Issues.
           READ IssueFile
              AT END SET WS-IssueFile-EOF TO TRUE
           END-READ.
           IF WS-IssueFile-Good
              ADD +1 TO FD-Issue-Record-Cnt
              MOVE SPACES TO WS-Post-STOCK-TXN
              MOVE 'I' TO WS-Post-TXN-TYPE
              MOVE FD-Issue-Part TO WS-Post-PART-NUMBER
              MOVE FD-Issue-Date TO WS-Post-TXN-DATE
              MOVE FD-Issue-Quantity TO WS-Post-QUANTITY
              MOVE FD-Issue-Line TO WS-Post-REASON-CODE
              MOVE "LINE" TO WS-Post-SOURCE-PGM
              PERFORM 2500-Post-One-Movement
           END-IF.

       2200-Post-Counts.
           READ CountFile
              AT END SET WS-CountFile-EOF TO TRUE
           END-READ.
           IF WS-CountFile-Good
              ADD +1 TO FD-Count-Record-Cnt
              MOVE SPACES TO WS-Post-STOCK-TXN
              MOVE 'C' TO WS-Post-TXN-TYPE
              MOVE FD-Count-Part TO WS-Post-PART-NUMBER
              MOVE FD-Count-Date TO WS-Post-TXN-DATE
              MOVE FD-Count-Quantity TO WS-Post-QUANTITY
              MOVE FD-Count-Reason TO WS-Post-REASON-CODE
              MOVE "CYCLECNT" TO WS-Post-SOURCE-PGM
              PERFORM 2500-Post-One-Movement
           END-IF.

      *    One movement against one balance: validate, read (or
      *    start) the balance, apply, rewrite, and leave the
      *    ledger line.  WS-Reject-Reason is left set when the
      *    movement did not post.
       2500-Post-One-Movement.
           MOVE SPACES TO WS-Reject-Reason.
           IF WS-Post-QUANTITY IS NOT NUMERIC OR
              WS-Post-TXN-DATE IS NOT NUMERIC
              MOVE "QUANTITY OR DATE INVALID" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES AND
              NOT WS-Post-TXN-RECEIPT AND
              NOT WS-Post-TXN-OUT-OF-STOCK AND
              NOT WS-Post-TXN-CYCLE-COUNT
              MOVE "UNKNOWN TRANSACTION TYPE" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES AND
              WS-Post-TXN-CYCLE-COUNT AND
              WS-Post-REASON-CODE = SPACES
              MOVE "CYCLE COUNT HAS NO REASON" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES
              MOVE WS-Post-PART-NUMBER TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    MOVE "PART NOT ON PARTOUT" TO WS-Reject-Reason
              END-READ
           END-IF.
           IF WS-Reject-Reason = SPACES
              PERFORM 2510-Read-Balance
              PERFORM 2520-Apply-Movement
              PERFORM 2530-Save-Balance
              PERFORM 2540-Write-Ledger-Line
              ADD +1 TO WS-Posted-Cnt
           ELSE
              ADD +1 TO WS-Rejected-Cnt
              MOVE WS-Post-QUANTITY TO WS-In-Edit
              MOVE SPACES TO FD-StockRpt-Record
              STRING "NOT POSTED " WS-Post-TXN-TYPE " "
                 WS-Post-PART-NUMBER " " WS-Post-TXN-DATE
                 " QTY " WS-In-Edit " " WS-Post-SOURCE-PGM
                 " -- " WS-Reject-Reason
                 DELIMITED BY SIZE INTO FD-StockRpt-Record
              PERFORM 2900-Write-Stock-Rpt-Line
           END-IF.

       2510-Read-Balance.
           MOVE WS-Post-PART-NUMBER TO OnHand-PART-NUMBER.
           READ OnHand
              INVALID KEY
                 SET WS-OnHand-New TO TRUE
              NOT INVALID KEY
                 SET WS-OnHand-Exists TO TRUE
           END-READ.
           IF WS-OnHand-New
              MOVE SPACES TO OnHand-ONHAND-REC
              MOVE WS-Post-PART-NUMBER TO OnHand-PART-NUMBER
              MOVE ZERO TO OnHand-QTY-ON-HAND
                           OnHand-QTY-IN-TODATE
                           OnHand-QTY-OUT-TODATE
              ADD +1 TO WS-New-Part-Cnt
           END-IF.

       2520-Apply-Movement.
           EVALUATE TRUE
              WHEN WS-Post-TXN-INTO-STOCK
                 MOVE WS-Post-QUANTITY TO WS-Post-Effect
                 ADD WS-Post-QUANTITY TO OnHand-QTY-IN-TODATE
              WHEN WS-Post-TXN-OUT-OF-STOCK
                 COMPUTE WS-Post-Effect = 0 - WS-Post-QUANTITY
                 ADD WS-Post-QUANTITY TO OnHand-QTY-OUT-TODATE
              WHEN WS-Post-TXN-CYCLE-COUNT
                 COMPUTE WS-Post-Effect =
                    WS-Post-QUANTITY - OnHand-QTY-ON-HAND
                 MOVE WS-Post-TXN-DATE TO OnHand-LAST-COUNT-DATE
                 MOVE WS-Post-REASON-CODE TO
                    OnHand-LAST-COUNT-REASON
           END-EVALUATE.
           ADD WS-Post-Effect TO OnHand-QTY-ON-HAND.
           MOVE WS-Post-TXN-DATE TO OnHand-LAST-TXN-DATE.

       2530-Save-Balance.
           IF WS-OnHand-Exists
              REWRITE OnHand-ONHAND-REC
           ELSE
              WRITE OnHand-ONHAND-REC
           END-IF.
           IF NOT WS-OnHand-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "STOCKOH" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2530-Save-Balance"
              DISPLAY "File Status: " WS-OnHand-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2540-Write-Ledger-Line.
           MOVE WS-Post-STOCK-TXN TO FD-Ledger-Txn.
           MOVE WS-Post-Effect TO FD-Ledger-Effect.
           MOVE OnHand-QTY-ON-HAND TO FD-Ledger-Balance.
           MOVE WS-Today-Date TO FD-Ledger-Posted-Date.
           WRITE FD-Ledger-Record.
           IF WS-LedgerFile-Good
              ADD +1 TO FD-Ledger-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "stock-ledger" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2540-Write-Ledger-Line"
              DISPLAY "File Status: " WS-LedgerFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2900-Write-Stock-Rpt-Line.
           WRITE FD-StockRpt-Record.
           IF WS-StockRpt-Good
              ADD +1 TO FD-StockRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "stock-status-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Stock-Rpt-Line"
              DISPLAY "File Status: " WS-StockRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "STOCKLED: 3000-End-Job".
           CLOSE StockTxnFile IssueFile CountFile LedgerFile.
           PERFORM 3010-Rewrite-Pending-File.
           PERFORM 3100-Stock-Status-Report.
           CLOSE OnHand PartOut StockRpt.
           DISPLAY "  Stock-Led: Pending Txns Read:  "
              FD-StockTxn-Record-Cnt.
           DISPLAY "  Stock-Led: Issues Read:        "
              FD-Issue-Record-Cnt.
           DISPLAY "  Stock-Led: Counts Read:        "
              FD-Count-Record-Cnt.
           DISPLAY "  Stock-Led: Posted:             " WS-Posted-Cnt.
           DISPLAY "  Stock-Led: Not Posted:         "
              WS-Rejected-Cnt.
           DISPLAY "  Stock-Led: Held For Next Run:  " WS-Held-Cnt.
           DISPLAY "  Stock-Led: New Parts Stocked:  "
              WS-New-Part-Cnt.
           DISPLAY "  Stock-Led: Negative Balances:  "
              WS-Negative-Cnt.

      *    Everything that posted is on the ledger now -- the
      *    pending file goes back to holding only what didn't.
       3010-Rewrite-Pending-File.
           OPEN OUTPUT StockTxnFile.
           PERFORM 3020-Write-One-Held
              VARYING WS-Held-IDX FROM 1 BY 1
              UNTIL WS-Held-IDX > WS-Held-Cnt.
           CLOSE StockTxnFile.

       3020-Write-One-Held.
           MOVE WS-Held-Txn(WS-Held-IDX) TO StkTxn-STOCK-TXN.
           WRITE StkTxn-STOCK-TXN.
           IF NOT WS-StockTxnFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "stock-txn" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3020-Write-One-Held"
              DISPLAY "File Status: " WS-StockTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3100-Stock-Status-Report.
           MOVE SPACES TO FD-StockRpt-Record.
           PERFORM 2900-Write-Stock-Rpt-Line.
           MOVE SPACES TO FD-StockRpt-Record.
           STRING "PART-NUMBER               ON-HAND   IN-TO-DATE"
              "  OUT-TO-DATE LAST-TXN LAST-CNT RSN"
              DELIMITED BY SIZE INTO FD-StockRpt-Record.
           PERFORM 2900-Write-Stock-Rpt-Line.
           SET WS-Browse-More TO TRUE.
           MOVE LOW-VALUES TO OnHand-PART-NUMBER.
           START OnHand KEY >= OnHand-PART-NUMBER
              INVALID KEY SET WS-Browse-Done TO TRUE
           END-START.
           PERFORM 3110-List-One-Balance
              UNTIL WS-Browse-Done.

       3110-List-One-Balance.
           READ OnHand NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-OnHand-Good
              ADD +1 TO WS-Parts-Listed-Cnt
              MOVE OnHand-QTY-ON-HAND TO WS-Qty-Edit
              MOVE OnHand-QTY-IN-TODATE TO WS-In-Edit
              MOVE OnHand-QTY-OUT-TODATE TO WS-Out-Edit
              MOVE SPACES TO FD-StockRpt-Record
              STRING OnHand-PART-NUMBER " " WS-Qty-Edit
                 "    " WS-In-Edit "    " WS-Out-Edit " "
                 OnHand-LAST-TXN-DATE " "
                 OnHand-LAST-COUNT-DATE " "
                 OnHand-LAST-COUNT-REASON
                 DELIMITED BY SIZE INTO FD-StockRpt-Record
              IF OnHand-QTY-ON-HAND < ZERO
                 ADD +1 TO WS-Negative-Cnt
                 MOVE "NEGATIVE" TO FD-StockRpt-Record(104:8)
              END-IF
              PERFORM 2900-Write-Stock-Rpt-Line
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.
