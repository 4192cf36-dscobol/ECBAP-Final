      ***********************************************************
      * Program name:    OPENRECN
      * Original author: David Stagowski
      *
      *    Description: Reconcile suppliers' confirmations of the
      *       month-end open-order statement.
      *
      *    OPENSTMT leaves one STMTLIN record per PO it stated.
      *    Suppliers send back a confirmation file (STMTCNF
      *    layout, one line per PO; every supplier's lines may
      *    be put in the one file) answering each PO C, D or U,
      *    and adding any PO they hold open that we did not
      *    state.  This reports every line that needs a buyer's
      *    attention:
      *
      *       DISPUTED          answered D, or answered C with a
      *                         different outstanding quantity or
      *                         due date
      *       NOT RECOGNIZED    answered U -- the supplier has no
      *                         record of a PO we count as open
      *       NOT ON STATEMENT  the supplier holds open a PO we
      *                         consider closed, cancelled, or
      *                         never theirs -- the one that gets
      *                         shipped against
      *       NOT ANSWERED      a stated PO left out of a
      *                         confirmation the supplier did send
      *       NO CONFIRMATION   a supplier that sent nothing back,
      *                         one line per supplier
      *       BAD RESPONSE      anything other than C, D or U
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-19 dastagg       Created for open-order statements
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENRECN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StmtLineFile
           ASSIGN TO "../data/open-stmt-lines.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StmtLineFile-Status.

      *    A missing file means no supplier has answered yet.
           SELECT ConfirmFile
           ASSIGN TO "../data/open-stmt-confirm.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConfirmFile-Status.

           SELECT ReconRpt
           ASSIGN TO "../data/open-stmt-recon-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReconRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StmtLineFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STMTLIN REPLACING ==:tag:== BY ==StmtLn==.

       FD  ConfirmFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STMTCNF REPLACING ==:tag:== BY ==Conf==.

       FD  ReconRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReconRpt-Record           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StmtLineFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ConfirmFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReconRpt==.

       01  WS-File-Counters.
           12 FD-ConfirmFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-ReconRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Agreed-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Disputed-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Unknown-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Stated-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Answered-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Confirm-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Bad-Response-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Line-Found-Flag           PIC X.
              88 WS-Line-Found                VALUE 'Y'.
              88 WS-Line-Not-Found            VALUE 'N'.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              88 WS-Supp-Seen-Found           VALUE 'Y'.
              88 WS-Supp-Seen-Not-Found       VALUE 'N'.

      *    Every PO stated, and whether the supplier answered it.
       01  WS-Line-Table-Storage.
           12 WS-Line-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Line-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Line-Cnt
              INDEXED BY WS-Line-IDX.
              15 WS-Line-Supplier          PIC X(10).
              15 WS-Line-PO-Number         PIC X(06).
              15 WS-Line-Outstanding       PIC 9(07).
              15 WS-Line-Due-Date          PIC X(08).
              15 WS-Line-Answered-Flag     PIC X(01).
                 88 WS-Line-Answered          VALUE 'Y'.

      *    The suppliers stated, and whether each sent anything
      *    back at all.
       01  WS-Supp-Seen-Storage.
           12 WS-Supp-Seen-Max-Cnt         PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Seen-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Match-IDX       PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Seen-Cnt
              INDEXED BY WS-Supp-Seen-IDX.
              15 WS-Supp-Seen-Code         PIC X(10).
              15 WS-Supp-Seen-Line-Cnt     PIC S9(4) COMP.
              15 WS-Supp-Seen-Replied-Flag PIC X(01).
                 88 WS-Supp-Seen-Replied      VALUE 'Y'.

       01  WS-Hold-Fields.
           12 WS-Stmt-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Reason               PIC X(16) VALUE SPACES.

       01  WS-Report-Edit-Fields.
           12 WS-Ours-Edit                 PIC Z(6)9.
           12 WS-Theirs-Edit               PIC Z(6)9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Reconcile-Confirmations
              UNTIL WS-ConfirmFile-EOF.
           CLOSE ConfirmFile.
           PERFORM 2500-Report-Unanswered
              VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt.
           PERFORM 2600-Report-No-Confirmation
              VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "OPENRECN: 1000-Begin-Job".
           PERFORM 1010-Load-Stmt-Lines.
           OPEN OUTPUT ReconRpt.
           MOVE SPACES TO FD-ReconRpt-Record.
           STRING "OPEN-ORDER STATEMENT RECONCILIATION -- STATEMENT OF "
              WS-Stmt-Date
              DELIMITED BY SIZE INTO FD-ReconRpt-Record.
           PERFORM 2990-Write-Report-Line.
           MOVE SPACES TO FD-ReconRpt-Record.
           PERFORM 2990-Write-Report-Line.
           MOVE SPACES TO FD-ReconRpt-Record.
           MOVE "EXCEPTION"   TO FD-ReconRpt-Record(1:9).
           MOVE "SUPPLIER"    TO FD-ReconRpt-Record(19:8).
           MOVE "PO"          TO FD-ReconRpt-Record(31:2).
           MOVE "OUR QTY"     TO FD-ReconRpt-Record(38:7).
           MOVE "OUR DUE"     TO FD-ReconRpt-Record(46:7).
           MOVE "THEIR QTY"   TO FD-ReconRpt-Record(55:9).
           MOVE "THEIR DUE"   TO FD-ReconRpt-Record(65:9).
           MOVE "COMMENT"     TO FD-ReconRpt-Record(75:7).
           PERFORM 2990-Write-Report-Line.
           OPEN INPUT ConfirmFile.
           IF NOT WS-ConfirmFile-Good
              SET WS-ConfirmFile-EOF TO TRUE
           END-IF.

       1010-Load-Stmt-Lines.
           OPEN INPUT StmtLineFile.
           IF WS-StmtLineFile-Good
              PERFORM 1015-Load-One-Stmt-Line
                 UNTIL WS-StmtLineFile-EOF
              CLOSE StmtLineFile
           END-IF.

       1015-Load-One-Stmt-Line.
           READ StmtLineFile
              AT END SET WS-StmtLineFile-EOF TO TRUE
           END-READ.
           IF WS-StmtLineFile-Good
              IF WS-Line-Cnt >= WS-Line-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Line-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE StmtLn-STMT-DATE TO WS-Stmt-Date
              ADD +1 TO WS-Line-Cnt
              SET WS-Line-IDX TO WS-Line-Cnt
              MOVE StmtLn-SUPPLIER-CODE TO
                 WS-Line-Supplier(WS-Line-IDX)
              MOVE StmtLn-PO-NUMBER TO WS-Line-PO-Number(WS-Line-IDX)
              MOVE StmtLn-QTY-OUTSTANDING TO
                 WS-Line-Outstanding(WS-Line-IDX)
              MOVE StmtLn-DUE-DATE TO WS-Line-Due-Date(WS-Line-IDX)
              MOVE 'N' TO WS-Line-Answered-Flag(WS-Line-IDX)
              MOVE StmtLn-SUPPLIER-CODE TO WS-Hold-Supplier
              PERFORM 1100-Find-Supplier
              IF WS-Supp-Seen-Not-Found
                 PERFORM 1110-Add-Supplier
              END-IF
              ADD +1 TO WS-Supp-Seen-Line-Cnt(WS-Supp-Seen-Match-IDX)
           END-IF.

       1100-Find-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           MOVE ZERO TO WS-Supp-Seen-Match-IDX.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt
              IF WS-Supp-Seen-Code(WS-Supp-Seen-IDX) =
                 WS-Hold-Supplier
                 SET WS-Supp-Seen-Found TO TRUE
                 SET WS-Supp-Seen-Match-IDX TO WS-Supp-Seen-IDX
                 SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              END-IF
           END-PERFORM.

       1110-Add-Supplier.
           IF WS-Supp-Seen-Cnt >= WS-Supp-Seen-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Supp-Seen-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Supp-Seen-Cnt.
           SET WS-Supp-Seen-Match-IDX TO WS-Supp-Seen-Cnt.
           MOVE WS-Hold-Supplier TO
              WS-Supp-Seen-Code(WS-Supp-Seen-Match-IDX).
           MOVE ZERO TO WS-Supp-Seen-Line-Cnt(WS-Supp-Seen-Match-IDX).
           MOVE 'N' TO
              WS-Supp-Seen-Replied-Flag(WS-Supp-Seen-Match-IDX).

       1120-Find-Stmt-Line.
           SET WS-Line-Not-Found TO TRUE.
           MOVE ZERO TO WS-Line-Match-IDX.
           PERFORM VARYING WS-Line-IDX FROM 1 BY 1
              UNTIL WS-Line-IDX > WS-Line-Cnt
              IF WS-Line-Supplier(WS-Line-IDX) = WS-Hold-Supplier AND
                 WS-Line-PO-Number(WS-Line-IDX) = WS-Hold-PO-Number
                 SET WS-Line-Found TO TRUE
                 SET WS-Line-Match-IDX TO WS-Line-IDX
                 SET WS-Line-IDX TO WS-Line-Cnt
              END-IF
           END-PERFORM.

       2000-Reconcile-Confirmations.
           READ ConfirmFile
              AT END SET WS-ConfirmFile-EOF TO TRUE
           END-READ.
           IF WS-ConfirmFile-Good
              IF Conf-SUPPLIER-CODE > SPACES
                 ADD +1 TO FD-ConfirmFile-Record-Cnt
                 PERFORM 2100-Reconcile-One-Line
              END-IF
           ELSE
              IF WS-ConfirmFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Reconcile-Confirmations"
                 DISPLAY "Read ConfirmFile Failed."
                 DISPLAY "File Status: " WS-ConfirmFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Reconcile-One-Line.
           MOVE Conf-SUPPLIER-CODE TO WS-Hold-Supplier.
           MOVE Conf-PO-NUMBER TO WS-Hold-PO-Number.
           PERFORM 1100-Find-Supplier.
           IF WS-Supp-Seen-Found
              MOVE 'Y' TO
                 WS-Supp-Seen-Replied-Flag(WS-Supp-Seen-Match-IDX)
           END-IF.
           PERFORM 1120-Find-Stmt-Line.
           IF WS-Line-Not-Found
              ADD +1 TO WS-Not-Stated-Cnt
              MOVE "NOT ON STATEMENT" TO WS-Hold-Reason
              PERFORM 2900-Write-Theirs-Only-Line
           ELSE
              MOVE 'Y' TO WS-Line-Answered-Flag(WS-Line-Match-IDX)
              EVALUATE TRUE
                 WHEN Conf-NOT-RECOGNIZED
                    ADD +1 TO WS-Unknown-Cnt
                    MOVE "NOT RECOGNIZED" TO WS-Hold-Reason
                    PERFORM 2910-Write-Both-Sides-Line
                 WHEN Conf-DISPUTED
                    ADD +1 TO WS-Disputed-Cnt
                    MOVE "DISPUTED" TO WS-Hold-Reason
                    PERFORM 2910-Write-Both-Sides-Line
                 WHEN Conf-CONFIRMED
                    PERFORM 2110-Check-Confirmed-Line
                 WHEN OTHER
                    ADD +1 TO WS-Bad-Response-Cnt
                    MOVE "BAD RESPONSE" TO WS-Hold-Reason
                    PERFORM 2910-Write-Both-Sides-Line
              END-EVALUATE
           END-IF.

      *    A C with the supplier's own figures filled in and not
      *    matching ours is a dispute all the same.  Blank or
      *    zero figures on a C just mean "agreed as stated".
       2110-Check-Confirmed-Line.
           IF (Conf-SUPP-QTY-OUTSTANDING IS NUMERIC AND
               Conf-SUPP-QTY-OUTSTANDING > ZERO AND
               Conf-SUPP-QTY-OUTSTANDING NOT =
               WS-Line-Outstanding(WS-Line-Match-IDX)) OR
              (Conf-SUPP-DUE-DATE > SPACES AND
               Conf-SUPP-DUE-DATE NOT =
               WS-Line-Due-Date(WS-Line-Match-IDX))
              ADD +1 TO WS-Disputed-Cnt
              MOVE "DISPUTED" TO WS-Hold-Reason
              PERFORM 2910-Write-Both-Sides-Line
           ELSE
              ADD +1 TO WS-Agreed-Cnt
           END-IF.

       2500-Report-Unanswered.
           IF NOT WS-Line-Answered(WS-Line-IDX)
              MOVE WS-Line-Supplier(WS-Line-IDX) TO WS-Hold-Supplier
              PERFORM 1100-Find-Supplier
              IF WS-Supp-Seen-Replied(WS-Supp-Seen-Match-IDX)
                 ADD +1 TO WS-Not-Answered-Cnt
                 MOVE WS-Line-Outstanding(WS-Line-IDX) TO
                    WS-Ours-Edit
                 MOVE SPACES TO FD-ReconRpt-Record
                 MOVE "NOT ANSWERED" TO FD-ReconRpt-Record(1:16)
                 MOVE WS-Line-Supplier(WS-Line-IDX) TO
                    FD-ReconRpt-Record(19:10)
                 MOVE WS-Line-PO-Number(WS-Line-IDX) TO
                    FD-ReconRpt-Record(31:6)
                 MOVE WS-Ours-Edit TO FD-ReconRpt-Record(38:7)
                 MOVE WS-Line-Due-Date(WS-Line-IDX) TO
                    FD-ReconRpt-Record(46:8)
                 PERFORM 2990-Write-Report-Line
              END-IF
           END-IF.

       2600-Report-No-Confirmation.
           IF NOT WS-Supp-Seen-Replied(WS-Supp-Seen-IDX)
              ADD +1 TO WS-No-Confirm-Cnt
              MOVE WS-Supp-Seen-Line-Cnt(WS-Supp-Seen-IDX) TO
                 WS-Cnt-Edit
              MOVE SPACES TO FD-ReconRpt-Record
              MOVE "NO CONFIRMATION" TO FD-ReconRpt-Record(1:16)
              MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
                 FD-ReconRpt-Record(19:10)
              STRING WS-Cnt-Edit " POS STATED, NONE ANSWERED"
                 DELIMITED BY SIZE INTO FD-ReconRpt-Record(31:40)
              PERFORM 2990-Write-Report-Line
           END-IF.

       2900-Write-Theirs-Only-Line.
           MOVE SPACES TO FD-ReconRpt-Record.
           MOVE WS-Hold-Reason TO FD-ReconRpt-Record(1:16).
           MOVE Conf-SUPPLIER-CODE TO FD-ReconRpt-Record(19:10).
           MOVE Conf-PO-NUMBER TO FD-ReconRpt-Record(31:6).
           PERFORM 2920-Fill-Their-Side.
           PERFORM 2990-Write-Report-Line.

       2910-Write-Both-Sides-Line.
           MOVE SPACES TO FD-ReconRpt-Record.
           MOVE WS-Hold-Reason TO FD-ReconRpt-Record(1:16).
           MOVE Conf-SUPPLIER-CODE TO FD-ReconRpt-Record(19:10).
           MOVE Conf-PO-NUMBER TO FD-ReconRpt-Record(31:6).
           MOVE WS-Line-Outstanding(WS-Line-Match-IDX) TO
              WS-Ours-Edit.
           MOVE WS-Ours-Edit TO FD-ReconRpt-Record(38:7).
           MOVE WS-Line-Due-Date(WS-Line-Match-IDX) TO
              FD-ReconRpt-Record(46:8).
           PERFORM 2920-Fill-Their-Side.
           PERFORM 2990-Write-Report-Line.

       2920-Fill-Their-Side.
           IF Conf-SUPP-QTY-OUTSTANDING IS NUMERIC
              MOVE Conf-SUPP-QTY-OUTSTANDING TO WS-Theirs-Edit
              MOVE WS-Theirs-Edit TO FD-ReconRpt-Record(57:7)
           END-IF.
           MOVE Conf-SUPP-DUE-DATE TO FD-ReconRpt-Record(65:8).
           MOVE Conf-SUPP-COMMENT TO FD-ReconRpt-Record(75:40).

       2990-Write-Report-Line.
           WRITE FD-ReconRpt-Record.
           IF WS-ReconRpt-Good
              ADD +1 TO FD-ReconRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "open-stmt-recon-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Report-Line"
              DISPLAY "File Status: " WS-ReconRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "OPENRECN: 3000-End-Job".
           CLOSE ReconRpt.
           DISPLAY "  Open-Recon: POs Stated:        " WS-Line-Cnt.
           DISPLAY "  Open-Recon: Confirm Lines Read:"
              FD-ConfirmFile-Record-Cnt.
           DISPLAY "  Open-Recon: Agreed:            " WS-Agreed-Cnt.
           DISPLAY "  Open-Recon: Disputed:          "
              WS-Disputed-Cnt.
           DISPLAY "  Open-Recon: Not Recognized:    " WS-Unknown-Cnt.
           DISPLAY "  Open-Recon: Not On Statement:  "
              WS-Not-Stated-Cnt.
           DISPLAY "  Open-Recon: Not Answered:      "
              WS-Not-Answered-Cnt.
           DISPLAY "  Open-Recon: No Confirmation:   "
              WS-No-Confirm-Cnt.
           DISPLAY "  Open-Recon: Bad Response Code: "
              WS-Bad-Response-Cnt.
