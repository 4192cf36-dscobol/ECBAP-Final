      ***********************************************************
      * Program name:    RPREVIEW
      * Original author: David Stagowski
      *
      *    Description: Compliance decisions on the restricted-
      *       party review queue.
      *
      *    RPSCREEN queues every probable hit -- a supplier name
      *    or address that scored against a denied, debarred or
      *    sanctioned list entry, or an address in an embargoed
      *    country -- OPEN, and POCALL holds that supplier's POs
      *    until compliance decides.  This applies the decisions
      *    compliance stages -- reviewer, supplier, list source
      *    and entry id, clear or block -- to the OPEN rows for
      *    that supplier and list entry (a BLOCKED row may be
      *    revisited the same way).  A CLEARED row is a false
      *    positive: it stays on the queue so the same value is
      *    never queued again, and the holds lift.  A BLOCKED row
      *    is a confirmed match and keeps the holds on.
      *
      *    The whole queue is written to the -new file with a
      *    control line (review, then PROMOTE pair RPQUEUE), each
      *    decision is appended to the review audit file with the
      *    reviewer who made it, and every row still OPEN after
      *    the decisions goes on the review report with its days
      *    open so a hit can't sit unworked.
      *
      *    Decision transaction: reviewer(8), supplier(10), list
      *    source(3), entry id(10), decision(1) 'C' clear / 'B'
      *    block.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPREVIEW.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RpQueueFile
           ASSIGN TO "../data/rp-review-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpQueueFile-Status.

           SELECT RpQueueOutFile
           ASSIGN TO "../data/rp-review-queue-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpQueueOutFile-Status.

           SELECT RpQueueCtlFile
           ASSIGN TO "../data/rp-review-queue-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpQueueCtlFile-Status.

           SELECT DecisionTxnFile
           ASSIGN TO "../data/rp-review-decisions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DecisionTxnFile-Status.

      *    Permanent decision history -- who cleared or blocked
      *    which hit, and when.  The SUPPAPPR audit precedent.
           SELECT ReviewAuditFile
           ASSIGN TO "../data/rp-review-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReviewAuditFile-Status.

           SELECT ReviewRpt
           ASSIGN TO "../data/rp-review-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReviewRpt-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RpQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RPQUEUE REPLACING ==:tag:== BY ==RpQueue==.

       FD  RpQueueOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RpQueueOut-Record         PIC X(151).

       FD  RpQueueCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ctl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  DecisionTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DecisionTxn-Record.
           05 FD-Dec-Reviewer           PIC X(08).
           05 FD-Dec-Supplier-Code      PIC X(10).
           05 FD-Dec-List-Source        PIC X(03).
           05 FD-Dec-List-Entry-Id      PIC X(10).
           05 FD-Dec-Decision           PIC X(01).
              88 FD-Dec-Clear              VALUE 'C'.
              88 FD-Dec-Block              VALUE 'B'.

       FD  ReviewAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReviewAudit-Record        PIC X(132).

       FD  ReviewRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReviewRpt-Record          PIC X(132).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RpQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpQueueOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpQueueCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DecisionTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReviewAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReviewRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.

       01  WS-File-Counters.
           12 FD-RpQueue-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-DecisionTxn-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Cleared-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Blocked-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Still-Open-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Row-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Written-Cnt               PIC 9(09) VALUE ZERO.

       01  WS-Txn-Search.
           12 WS-Txn-Found-Flag            PIC X.
              88 WS-Txn-Found                 VALUE 'Y'.
              88 WS-Txn-Not-Found             VALUE 'N'.
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Table-Storage.
           12 WS-Txn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Txn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Txn-Cnt
              INDEXED BY WS-Txn-IDX.
              15 WS-Txn-Reviewer           PIC X(08).
              15 WS-Txn-Supplier           PIC X(10).
              15 WS-Txn-Source             PIC X(03).
              15 WS-Txn-Entry-Id           PIC X(10).
              15 WS-Txn-Decision           PIC X(01).
              15 WS-Txn-Matched-Flag       PIC X VALUE 'N'.
                 88 WS-Txn-Matched            VALUE 'Y'.

       01  WS-Date-Work-Fields.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Business-Int              PIC 9(10) VALUE ZERO.
           12 WS-Queued-Date               PIC 9(08) VALUE ZERO.
           12 WS-Queued-Int                PIC 9(10) VALUE ZERO.
           12 WS-Days-Open                 PIC S9(05) VALUE ZERO.
           12 WS-Days-Edit                 PIC -(4)9.
           12 WS-Score-Edit                PIC ZZ9.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Decide-One-Row
              UNTIL WS-RpQueueFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RPREVIEW: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           COMPUTE WS-Business-Int =
              FUNCTION INTEGER-OF-DATE(WS-Business-Date).
           PERFORM 1010-Load-Decision-Txns.
           OPEN INPUT RpQueueFile.
           IF NOT WS-RpQueueFile-Good
              DISPLAY "RPREVIEW: no restricted-party review queue "
                 "-- nothing to review."
              SET WS-RpQueueFile-EOF TO TRUE
           END-IF.
           OPEN OUTPUT RpQueueOutFile ReviewRpt.
           OPEN EXTEND ReviewAuditFile.
           IF NOT WS-ReviewAuditFile-Good
              OPEN OUTPUT ReviewAuditFile
           END-IF.
           MOVE SPACES TO FD-ReviewRpt-Record.
           STRING "RESTRICTED-PARTY REVIEWS STILL OPEN AS OF "
              WS-Business-Date
              DELIMITED BY SIZE INTO FD-ReviewRpt-Record.
           PERFORM 2900-Write-Review-Rpt-Line.
           MOVE SPACES TO FD-ReviewRpt-Record.
           MOVE "SUPPLIER" TO FD-ReviewRpt-Record(1:8).
           MOVE "K T SCREENED VALUE" TO FD-ReviewRpt-Record(12:18).
           MOVE "SCR LIST" TO FD-ReviewRpt-Record(56:8).
           MOVE "QUEUED" TO FD-ReviewRpt-Record(75:6).
           MOVE "DAYS" TO FD-ReviewRpt-Record(85:4).
           MOVE "LISTED NAME" TO FD-ReviewRpt-Record(90:11).
           PERFORM 2900-Write-Review-Rpt-Line.

       1010-Load-Decision-Txns.
           OPEN INPUT DecisionTxnFile.
           IF WS-DecisionTxnFile-Good
              PERFORM 1015-Load-One-Txn
                 UNTIL WS-DecisionTxnFile-EOF
              CLOSE DecisionTxnFile
           END-IF.

       1015-Load-One-Txn.
           READ DecisionTxnFile
              AT END SET WS-DecisionTxnFile-EOF TO TRUE
           END-READ.
           IF WS-DecisionTxnFile-Good
              ADD +1 TO FD-DecisionTxn-Record-Cnt
              IF (FD-Dec-Clear OR FD-Dec-Block) AND
                 FD-Dec-Reviewer > SPACE
                 IF WS-Txn-Cnt >= WS-Txn-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Txn-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Txn-Cnt
                 SET WS-Txn-IDX TO WS-Txn-Cnt
                 MOVE FD-Dec-Reviewer TO
                    WS-Txn-Reviewer(WS-Txn-IDX)
                 MOVE FD-Dec-Supplier-Code TO
                    WS-Txn-Supplier(WS-Txn-IDX)
                 MOVE FD-Dec-List-Source TO
                    WS-Txn-Source(WS-Txn-IDX)
                 MOVE FD-Dec-List-Entry-Id TO
                    WS-Txn-Entry-Id(WS-Txn-IDX)
                 MOVE FD-Dec-Decision TO
                    WS-Txn-Decision(WS-Txn-IDX)
              ELSE
                 DISPLAY "RPREVIEW REJECT: bad decision '"
                    FD-Dec-Decision "' or no reviewer for "
                    FD-Dec-Supplier-Code
              END-IF
           END-IF.

      *    A CLEARED row is settled and passes straight through;
      *    an OPEN or BLOCKED one takes the decision for its
      *    supplier and list entry, if compliance staged one.
       2000-Decide-One-Row.
           READ RpQueueFile
              AT END SET WS-RpQueueFile-EOF TO TRUE
           END-READ.
           IF WS-RpQueueFile-Good
              ADD +1 TO FD-RpQueue-Record-Cnt
              IF RpQueue-REVIEW-UNRESOLVED
                 PERFORM 2100-Find-Txn-For-Row
                 IF WS-Txn-Found
                    PERFORM 2200-Apply-Decision
                 END-IF
              END-IF
              IF RpQueue-REVIEW-OPEN
                 PERFORM 2300-Write-Open-Line
              END-IF
              PERFORM 2400-Write-New-Queue-Row
           END-IF.

       2100-Find-Txn-For-Row.
           SET WS-Txn-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt
              IF WS-Txn-Supplier(WS-Txn-IDX) =
                 RpQueue-SUPPLIER-CODE AND
                 WS-Txn-Source(WS-Txn-IDX) =
                 RpQueue-LIST-SOURCE AND
                 WS-Txn-Entry-Id(WS-Txn-IDX) =
                 RpQueue-LIST-ENTRY-ID
                 SET WS-Txn-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Txn-IDX
                 MOVE 'Y' TO WS-Txn-Matched-Flag(WS-Txn-IDX)
                 SET WS-Txn-IDX TO WS-Txn-Cnt
              END-IF
           END-PERFORM.

       2200-Apply-Decision.
           IF WS-Txn-Decision(WS-Txn-Match-IDX) = 'C'
              SET RpQueue-REVIEW-CLEARED TO TRUE
              ADD +1 TO WS-Cleared-Cnt
           ELSE
              SET RpQueue-REVIEW-BLOCKED TO TRUE
              ADD +1 TO WS-Blocked-Cnt
           END-IF.
           MOVE WS-Business-Date TO RpQueue-DECIDED-DATE.
           MOVE WS-Txn-Reviewer(WS-Txn-Match-IDX) TO
              RpQueue-DECIDED-BY.
           MOVE SPACES TO FD-ReviewAudit-Record.
           STRING WS-Business-Date " "
              RpQueue-SUPPLIER-CODE " "
              RpQueue-REVIEW-STATUS " BY "
              RpQueue-DECIDED-BY " LIST "
              RpQueue-LIST-SOURCE "-" RpQueue-LIST-ENTRY-ID
              " KIND " RpQueue-SCREEN-KIND RpQueue-ADDRESS-TYPE
              " VALUE " RpQueue-SCREENED-NAME
              " QUEUED " RpQueue-QUEUED-DATE
              DELIMITED BY SIZE INTO FD-ReviewAudit-Record.
           WRITE FD-ReviewAudit-Record.
           IF NOT WS-ReviewAuditFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Apply-Decision"
              DISPLAY "Write ReviewAuditFile Failed."
              DISPLAY "File Status: " WS-ReviewAuditFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    One line per hit nobody has worked yet, with how long
      *    it has been waiting.
       2300-Write-Open-Line.
           ADD +1 TO WS-Still-Open-Cnt.
           MOVE ZERO TO WS-Days-Open.
           IF RpQueue-QUEUED-DATE IS NUMERIC AND
              RpQueue-QUEUED-DATE > ZERO
              MOVE RpQueue-QUEUED-DATE TO WS-Queued-Date
              COMPUTE WS-Queued-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Queued-Date)
              IF WS-Queued-Int > ZERO
                 COMPUTE WS-Days-Open =
                    WS-Business-Int - WS-Queued-Int
              END-IF
           END-IF.
           MOVE WS-Days-Open TO WS-Days-Edit.
           MOVE RpQueue-MATCH-SCORE TO WS-Score-Edit.
           MOVE SPACES TO FD-ReviewRpt-Record.
           MOVE RpQueue-SUPPLIER-CODE TO FD-ReviewRpt-Record(1:10).
           MOVE RpQueue-SCREEN-KIND TO FD-ReviewRpt-Record(12:1).
           MOVE RpQueue-ADDRESS-TYPE TO FD-ReviewRpt-Record(14:1).
           MOVE RpQueue-SCREENED-NAME TO FD-ReviewRpt-Record(16:40).
           MOVE WS-Score-Edit TO FD-ReviewRpt-Record(56:3).
           MOVE RpQueue-LIST-SOURCE TO FD-ReviewRpt-Record(60:3).
           MOVE "-" TO FD-ReviewRpt-Record(63:1).
           MOVE RpQueue-LIST-ENTRY-ID TO FD-ReviewRpt-Record(64:10).
           MOVE RpQueue-QUEUED-DATE TO FD-ReviewRpt-Record(75:8).
           MOVE WS-Days-Edit TO FD-ReviewRpt-Record(84:5).
           MOVE RpQueue-LIST-NAME TO FD-ReviewRpt-Record(90:40).
           PERFORM 2900-Write-Review-Rpt-Line.

       2400-Write-New-Queue-Row.
           MOVE RpQueue-RP-REVIEW-REC TO FD-RpQueueOut-Record.
           WRITE FD-RpQueueOut-Record.
           IF NOT WS-RpQueueOutFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "RP-REVIEW-QUEUE-NEW" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RpQueueOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Written-Cnt.
           MOVE SPACES TO WS-Hash-Record.
           MOVE RpQueue-RP-REVIEW-REC TO WS-Hash-Record.
           CALL 'PSAPHASH' USING WS-Hash-Record WS-New-File-Hash.

       2900-Write-Review-Rpt-Line.
           WRITE FD-ReviewRpt-Record.
           IF NOT WS-ReviewRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Review-Rpt-Line"
              DISPLAY "Write ReviewRpt Failed."
              DISPLAY "File Status: " WS-ReviewRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RPREVIEW: 3000-End-Job".
           PERFORM 3010-Report-Unmatched-Txns
              VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt.
           CLOSE RpQueueFile RpQueueOutFile
                 ReviewAuditFile ReviewRpt.
           PERFORM 3020-Write-Control-Line.
           DISPLAY "  Rp-Review: Queue Rows Read: "
              FD-RpQueue-Record-Cnt.
           DISPLAY "  Rp-Review: Decisions Read:  "
              FD-DecisionTxn-Record-Cnt.
           DISPLAY "  Rp-Review: Cleared:         " WS-Cleared-Cnt.
           DISPLAY "  Rp-Review: Blocked:         " WS-Blocked-Cnt.
           DISPLAY "  Rp-Review: Still Open:      "
              WS-Still-Open-Cnt.
           DISPLAY "  Rp-Review: Txn No Row:      " WS-No-Row-Cnt.

       3010-Report-Unmatched-Txns.
           IF NOT WS-Txn-Matched(WS-Txn-IDX)
              ADD +1 TO WS-No-Row-Cnt
              DISPLAY "RPREVIEW: " WS-Txn-Supplier(WS-Txn-IDX)
                 " " WS-Txn-Source(WS-Txn-IDX) "-"
                 WS-Txn-Entry-Id(WS-Txn-IDX)
                 " not open on the review queue -- "
                 "decision dropped"
           END-IF.

      *    The count and hash PROMOTE checks the -new queue
      *    against.
       3020-Write-Control-Line.
           OPEN OUTPUT RpQueueCtlFile.
           MOVE WS-Written-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-Ctl-Record.
           IF NOT WS-RpQueueCtlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "RP-REVIEW-QUEUE-NEW.CTL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RpQueueCtlFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE RpQueueCtlFile.
