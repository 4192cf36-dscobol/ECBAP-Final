      ***********************************************************
      * Program name:    REQAPPR
      * Original author: David Stagowski
      *
      *    Description: Stage buyer-approved replenishment
      *       proposals as a PSAP input file.
      *
      *    REQGEN writes its proposals for review; the buyer
      *    answers with a decision file, one line per proposal
      *    PO-NUMBER:
      *       PO-NUMBER 6, decision 1 ('A' approve, 'R' reject).
      *    A proposal with no decision is neither -- it is listed
      *    as still pending and is not staged.
      *
      *    The approved proposals are copied to the approved file
      *    between a batch header (source REQ, today's date) and a
      *    trailer (count and QUANTITY hash), the convention PSAP
      *    agreed with the plants.  The operator adds the approved
      *    file to PSAPFLST and the POs go through the full PSAP
      *    and POCALL edits like any keyed order; the header puts
      *    the file on the transmission registry, so the same
      *    approved file cannot be processed twice.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-08 dastagg       Created for replenishment POs
      * 2026-10-02 dastagg       PSAP record maximum 1461 for
      *                          the PO-contract segment.
      * 2026-10-04 dastagg       PSAP record maximum 1484 for
      *                          the supplier tax segment.
      * 2026-10-13 dastagg       PSAP record maximum 2116 for
      *                          the PO distribution segment.
      * 2026-10-15 dastagg       PSAP record maximum 4158 for
      *                          the PO delivery-schedule segment.
      * 2026-10-15 dastagg       PSAP record maximum 4190 for
      *                          the PO ship-to segment.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQAPPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DecisionFile
           ASSIGN TO "../data/replen-decisions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DecisionFile-Status.

      *    REQGEN's SELECT is the authority.
           SELECT ProposalFile
           ASSIGN TO "../data/replen-proposals.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ProposalFile-Status.

      *    PSAPFile's FD in PSAP.cbl is the authority on the
      *    physical format.
           SELECT ApprovedFile
           ASSIGN TO "../data/replen-approved.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ApprovedFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  DecisionFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Decision-Record.
           05 FD-Dec-PO-Number          PIC X(06).
           05 FD-Dec-Action             PIC X(01).

       FD  ProposalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-Proposal-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Proposal-Record            PIC X(4190).

       FD  ApprovedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-Approved-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DecisionFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ProposalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ApprovedFile==.

       01  WS-File-Counters.
           12 WS-Proposal-Length           PIC 9(4) COMP VALUE ZERO.
           12 WS-Approved-Length           PIC 9(4) COMP VALUE ZERO.
           12 FD-Proposal-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-Approved-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Pending-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Decision-Storage.
           12 WS-Dec-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Dec-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Dec-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Dec-Cnt
              INDEXED BY WS-Dec-IDX.
              15 WS-Dec-PO-Number          PIC X(06).
              15 WS-Dec-Action             PIC X(01).
           12 WS-Dec-Found-Action          PIC X(01) VALUE SPACE.
              88 WS-Dec-Approved              VALUE 'A'.
              88 WS-Dec-Rejected              VALUE 'R'.

       01  WS-Batch-Control.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Trl-Data-Cnt              PIC 9(09) VALUE ZERO.
           12 WS-Trl-Qty-Hash              PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-One-Proposal
              UNTIL WS-ProposalFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "REQAPPR: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN INPUT DecisionFile.
           IF NOT WS-DecisionFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "replen-decisions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open DecisionFile Failed."
              DISPLAY "File Status: " WS-DecisionFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1010-Load-One-Decision
              UNTIL WS-DecisionFile-EOF.
           CLOSE DecisionFile.
           OPEN INPUT ProposalFile.
           IF NOT WS-ProposalFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "replen-proposals" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ProposalFile Failed."
              DISPLAY "File Status: " WS-ProposalFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ApprovedFile.
           PERFORM 1020-Write-Batch-Header.

       1010-Load-One-Decision.
           READ DecisionFile
              AT END SET WS-DecisionFile-EOF TO TRUE
           END-READ.
           IF WS-DecisionFile-Good
              IF WS-Dec-Cnt >= WS-Dec-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Decision-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Dec-Cnt
              SET WS-Dec-IDX TO WS-Dec-Cnt
              MOVE FD-Dec-PO-Number TO WS-Dec-PO-Number(WS-Dec-IDX)
              MOVE FD-Dec-Action TO WS-Dec-Action(WS-Dec-IDX)
           END-IF.

      *    The control records are padded to full record shape --
      *    one address and one PO occurrence, nothing else.
       1020-Write-Batch-Header.
           PERFORM 1030-Clear-Control-Record.
           MOVE "*HDR*" TO PART-NUMBER(1:5).
           MOVE WS-Today-Date TO PART-NUMBER(6:8).
           MOVE "REQ" TO PART-NAME(1:3).
           PERFORM 2900-Write-Approved-Record.

       1030-Clear-Control-Record.
           MOVE 1 TO NUM-ADDRESSES NUM-PURCH-ORDERS.
           MOVE ZERO TO NUM-CONTACTS NUM-PAY-TERMS
                        NUM-PO-CONTRACTS NUM-SUPP-TAX
                        NUM-PO-DISTS NUM-PO-SCHEDS
                        NUM-PO-SHIPTOS.
           MOVE SPACES TO PARTS SUPPLIERS SUPP-ADDRESS(1).
           MOVE SPACES TO PO-NUMBER(1) BUYER-CODE(1)
                          CURRENCY-CODE(1).
           MOVE ZERO TO WEEKS-LEAD-TIME SUPPLIER-PERF
                        SUPPLIER-ACT-DATE QUANTITY(1)
                        UNIT-PRICE(1) ORDER-DATE(1)
                        DELIVERY-DATE(1).
           COMPUTE WS-Approved-Length =
              FUNCTION LENGTH(PART-SUPP-ADDR-PO).

       2000-Process-One-Proposal.
           READ ProposalFile
              AT END SET WS-ProposalFile-EOF TO TRUE
           END-READ.
           IF WS-ProposalFile-Good
              ADD +1 TO FD-Proposal-Record-Cnt
              PERFORM 2100-Apply-Decision
           ELSE
              IF WS-ProposalFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "replen-proposals" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Process-One-Proposal"
                 DISPLAY "File Status: " WS-ProposalFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    The layout is opened to its full length before the
      *    move, so nothing is cut off -- the proposal's own
      *    counts then describe it.
       2100-Apply-Decision.
           MOVE 5 TO NUM-ADDRESSES NUM-CONTACTS.
           MOVE 10 TO NUM-PURCH-ORDERS.
           MOVE 1 TO NUM-PAY-TERMS.
           MOVE 10 TO NUM-PO-CONTRACTS.
           MOVE 1 TO NUM-SUPP-TAX.
           MOVE 10 TO NUM-PO-DISTS.
           MOVE 10 TO NUM-PO-SCHEDS.
           MOVE 10 TO NUM-PO-SHIPTOS.
           MOVE FD-Proposal-Record(1:WS-Proposal-Length) TO
              PART-SUPP-ADDR-PO.
           MOVE SPACE TO WS-Dec-Found-Action.
           PERFORM VARYING WS-Dec-IDX FROM 1 BY 1
              UNTIL WS-Dec-IDX > WS-Dec-Cnt
              IF WS-Dec-PO-Number(WS-Dec-IDX) = PO-NUMBER(1)
                 MOVE WS-Dec-Action(WS-Dec-IDX) TO
                    WS-Dec-Found-Action
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-Dec-Approved
                 MOVE WS-Proposal-Length TO WS-Approved-Length
                 PERFORM 2900-Write-Approved-Record
                 ADD 1 TO WS-Trl-Data-Cnt
                 PERFORM VARYING PO-IDX FROM 1 BY 1
                    UNTIL PO-IDX > NUM-PURCH-ORDERS
                    ADD QUANTITY(PO-IDX) TO WS-Trl-Qty-Hash
                 END-PERFORM
                 DISPLAY "  APPROVED " PO-NUMBER(1) " "
                    PART-NUMBER
              WHEN WS-Dec-Rejected
                 ADD +1 TO WS-Rejected-Cnt
                 DISPLAY "  REJECTED " PO-NUMBER(1) " "
                    PART-NUMBER
              WHEN OTHER
                 ADD +1 TO WS-Pending-Cnt
                 DISPLAY "  PENDING  " PO-NUMBER(1) " "
                    PART-NUMBER
           END-EVALUATE.

       2900-Write-Approved-Record.
           WRITE PART-SUPP-ADDR-PO.
           IF WS-ApprovedFile-Good
              ADD +1 TO FD-Approved-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "replen-approved" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Approved-Record"
              DISPLAY "File Status: " WS-ApprovedFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "REQAPPR: 3000-End-Job".
           PERFORM 1030-Clear-Control-Record.
           MOVE "*TRL*" TO PART-NUMBER(1:5).
           MOVE WS-Trl-Data-Cnt TO PART-NUMBER(6:9).
           MOVE WS-Trl-Qty-Hash TO PART-NAME(1:13).
           PERFORM 2900-Write-Approved-Record.
           CLOSE ProposalFile ApprovedFile.
           DISPLAY "  Req-Appr: Decisions Loaded:   " WS-Dec-Cnt.
           DISPLAY "  Req-Appr: Proposals Read:     "
              FD-Proposal-Record-Cnt.
           DISPLAY "  Req-Appr: Approved/Staged:    " WS-Trl-Data-Cnt.
           DISPLAY "  Req-Appr: Rejected:           " WS-Rejected-Cnt.
           DISPLAY "  Req-Appr: Still Pending:      " WS-Pending-Cnt.
