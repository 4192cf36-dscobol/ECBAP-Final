      ***********************************************************
      * Program name:    APPRSTG
      * Original author: David Stagowski
      *
      *    Description: Stage the decisions taken at the online
      *       approvals inbox as the night's PORELEAS and SUPPAPPR
      *       transactions.
      *
      *    APPRWB (PSQA) writes each release, cancel, approve or
      *    reject to the APPR transient data queue.  The queue is
      *    routed to the data set this job reads through DD
      *    APPRDATA.  A missing or empty data set means nothing
      *    was decided online.
      *
      *    A held-PO decision is appended to PORELEAS's
      *    transaction file under the deciding user's own buyer
      *    code; a supplier decision to SUPPAPPR's under the
      *    user id.  Both programs then apply them exactly as a
      *    keyed line -- the AUTHCHK re-check, the restricted-
      *    party refusal and their own audit trails included.
      *    Run it before PORELEAS and SUPPAPPR.
      *
      *    Neither audit trail has room for the user's comment,
      *    so every decision staged is also appended to the
      *    permanent approvals decision log, with the terminal,
      *    the time and the comment.
      *
      *    Control file (../data/approvals-control.dat.txt): the
      *    date and time of the last decision staged.  A decision
      *    at or before it was staged on an earlier run (the
      *    queue data set is not always emptied between runs)
      *    and is passed over.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-10 dastagg       Created for the online approvals
      *                          inbox
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRSTG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The extrapartition data set behind the APPR queue.
           SELECT DecisionQueue
           ASSIGN TO APPRDATA
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DecisionQueue-Status.

      *    ReleaseTxnFile's own SELECT in PORELEAS.cbl is the
      *    authority.
           SELECT ReleaseTxnFile
           ASSIGN TO "../data/po-release-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReleaseTxnFile-Status.

      *    ReviewTxnFile's own SELECT in SUPPAPPR.cbl is the
      *    authority.
           SELECT ReviewTxnFile
           ASSIGN TO "../data/supplier-review-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReviewTxnFile-Status.

           SELECT DecisionLog
           ASSIGN TO "../data/approvals-decision-log.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DecisionLog-Status.

           SELECT ControlFile
           ASSIGN TO "../data/approvals-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DecisionQueue
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY APPRDEC REPLACING ==:tag:== BY ==Dec==.

       FD  ReleaseTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReleaseTxn-Record.
           05 FD-Rel-Buyer              PIC X(03).
           05 FD-Rel-PO-Number          PIC X(06).
           05 FD-Rel-Action             PIC X(01).

       FD  ReviewTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReviewTxn-Record.
           05 FD-Rev-Approver           PIC X(08).
           05 FD-Rev-Supplier-Code      PIC X(10).
           05 FD-Rev-Action             PIC X(01).

       FD  DecisionLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DecisionLog-Record        PIC X(132).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Last-Stamp         PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DecisionQueue==.
           COPY WSFST REPLACING ==:tag:== BY ==ReleaseTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReviewTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DecisionLog==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.

       01  WS-File-Counters.
           12 FD-DecisionQueue-Record-Cnt  PIC S9(4) COMP VALUE ZERO.
           12 FD-ReleaseTxn-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-ReviewTxn-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-DecisionLog-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Staged-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Unknown-Decision-Cnt      PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Ctl-Last-Stamp            PIC X(14) VALUE SPACES.
           12 WS-New-Last-Stamp            PIC X(14) VALUE SPACES.
           12 WS-Entry-Stamp               PIC X(14) VALUE SPACES.
           12 WS-Queue-Open-Flag           PIC X VALUE 'N'.
              88 WS-Queue-Open                VALUE 'Y'.

       01  WS-Log-Fields.
           12 WS-Log-Result                PIC X(12) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Queue-Open
              PERFORM 2000-Stage-One-Decision
                 UNTIL WS-DecisionQueue-EOF
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "APPRSTG: 1000-Begin-Job".
           PERFORM 1010-Read-Control.
           MOVE WS-Ctl-Last-Stamp TO WS-New-Last-Stamp.
           OPEN INPUT DecisionQueue.
           IF WS-DecisionQueue-Good
              SET WS-Queue-Open TO TRUE
           ELSE
              DISPLAY "  Appr-Stg: No APPR data set -- "
                 "nothing decided online."
           END-IF.
      *    EXTEND adds to whatever was keyed for tonight; if
      *    nothing was, fall back to creating the file.
           OPEN EXTEND ReleaseTxnFile.
           IF NOT WS-ReleaseTxnFile-Good
              OPEN OUTPUT ReleaseTxnFile
           END-IF.
           OPEN EXTEND ReviewTxnFile.
           IF NOT WS-ReviewTxnFile-Good
              OPEN OUTPUT ReviewTxnFile
           END-IF.
           OPEN EXTEND DecisionLog.
           IF NOT WS-DecisionLog-Good
              OPEN OUTPUT DecisionLog
           END-IF.

      *    A missing control file just means the first run --
      *    every decision on the data set is new.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 MOVE FD-Ctl-Last-Stamp TO WS-Ctl-Last-Stamp
              END-IF
           END-IF.
           CLOSE ControlFile.

       2000-Stage-One-Decision.
           READ DecisionQueue
              AT END SET WS-DecisionQueue-EOF TO TRUE
           END-READ.
           IF WS-DecisionQueue-Good
              ADD +1 TO FD-DecisionQueue-Record-Cnt
              PERFORM 2100-Stage-Decision
           ELSE
              IF WS-DecisionQueue-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "APPRDATA" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Stage-One-Decision"
                 DISPLAY "File Status: " WS-DecisionQueue-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    A decision the batch cannot map is logged, not staged
      *    -- the entry stays on its queue for tomorrow's inbox.
       2100-Stage-Decision.
           STRING Dec-ENTRY-DATE Dec-ENTRY-TIME
              DELIMITED BY SIZE INTO WS-Entry-Stamp.
           IF WS-Entry-Stamp NOT > WS-Ctl-Last-Stamp
              ADD +1 TO WS-Already-Staged-Cnt
           ELSE
              IF WS-Entry-Stamp > WS-New-Last-Stamp
                 MOVE WS-Entry-Stamp TO WS-New-Last-Stamp
              END-IF
              EVALUATE TRUE
                 WHEN Dec-HELD-PO AND
                      (Dec-ACTION = 'R' OR Dec-ACTION = 'C') AND
                      Dec-BUYER-CODE > SPACES
                    PERFORM 2200-Write-Release-Txn
                    MOVE "STAGED" TO WS-Log-Result
                 WHEN Dec-PENDING-SUPP AND
                      (Dec-ACTION = 'A' OR Dec-ACTION = 'R')
                    PERFORM 2300-Write-Review-Txn
                    MOVE "STAGED" TO WS-Log-Result
                 WHEN OTHER
                    ADD +1 TO WS-Unknown-Decision-Cnt
                    MOVE "NOT STAGED" TO WS-Log-Result
              END-EVALUATE
              PERFORM 2400-Write-Decision-Log
           END-IF.

       2200-Write-Release-Txn.
           MOVE Dec-BUYER-CODE TO FD-Rel-Buyer.
           MOVE Dec-ENTRY-ID(1:6) TO FD-Rel-PO-Number.
           MOVE Dec-ACTION TO FD-Rel-Action.
           WRITE FD-ReleaseTxn-Record.
           IF WS-ReleaseTxnFile-Good
              ADD +1 TO FD-ReleaseTxn-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "po-release-txns" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Write-Release-Txn"
              DISPLAY "File Status: " WS-ReleaseTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2300-Write-Review-Txn.
           MOVE Dec-USER-ID TO FD-Rev-Approver.
           MOVE Dec-ENTRY-ID TO FD-Rev-Supplier-Code.
           MOVE Dec-ACTION TO FD-Rev-Action.
           WRITE FD-ReviewTxn-Record.
           IF WS-ReviewTxnFile-Good
              ADD +1 TO FD-ReviewTxn-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "supplier-review-txns" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2300-Write-Review-Txn"
              DISPLAY "File Status: " WS-ReviewTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Who decided what, from which terminal, when and why.
       2400-Write-Decision-Log.
           MOVE SPACES TO FD-DecisionLog-Record.
           STRING Dec-ENTRY-DATE " " Dec-ENTRY-TIME
              " " Dec-USER-ID " " Dec-TERMINAL
              " " Dec-ENTRY-TYPE " " Dec-ENTRY-ID
              " " Dec-ACTION " " Dec-BUYER-CODE
              " " WS-Log-Result " " Dec-COMMENT
              DELIMITED BY SIZE INTO FD-DecisionLog-Record.
           WRITE FD-DecisionLog-Record.
           IF WS-DecisionLog-Good
              ADD +1 TO FD-DecisionLog-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "approvals-decision-log" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2400-Write-Decision-Log"
              DISPLAY "File Status: " WS-DecisionLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "APPRSTG: 3000-End-Job".
           IF WS-Queue-Open
              CLOSE DecisionQueue
           END-IF.
           CLOSE ReleaseTxnFile ReviewTxnFile DecisionLog.
           PERFORM 3010-Write-Control.
           DISPLAY "  Appr-Stg: Decisions Read:     "
              FD-DecisionQueue-Record-Cnt.
           DISPLAY "  Appr-Stg: Releases Staged:    "
              FD-ReleaseTxn-Record-Cnt.
           DISPLAY "  Appr-Stg: Reviews Staged:     "
              FD-ReviewTxn-Record-Cnt.
           DISPLAY "  Appr-Stg: Already Staged:     "
              WS-Already-Staged-Cnt.
           DISPLAY "  Appr-Stg: Not Staged:         "
              WS-Unknown-Decision-Cnt.
           DISPLAY "  Appr-Stg: Last Staged:        "
              WS-New-Last-Stamp.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-New-Last-Stamp TO FD-Ctl-Last-Stamp.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "approvals-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
