      ***********************************************************
      * Program name:    WARRMTCH
      * Original author: David Stagowski
      *
      *    Description: Warranty claim supplier match and cost
      *       allocation.
      *
      *    The warranty system knows which parts failed in the
      *    field but the cost was never charged back to the
      *    supplier who made them.  This reads the inbound claim
      *    file (WARRCLM layout) and, for each claim, finds the
      *    responsible supplier:
      *      lot       when the claim carries a LOT-NUMBER, the lot
      *                history (LOTHIST) receipts of that lot for
      *                the claim's part -- every one from a single
      *                supplier
      *      PSAPXREF  otherwise, or when the lot doesn't trace,
      *                the part/supplier cross-reference -- only
      *                when exactly one supplier supplies the part
      *    A part with several suppliers and no traceable lot is
      *    not guessed at.
      *
      *    The claim is then allocated under the supplier's
      *    warranty recovery agreement (WARRAGR layout, kept by
      *    finance on ../data/warranty-agreements.dat.txt) in
      *    force on its FAILURE-DATE: the agreed share of the part
      *    and labor cost, held to the agreement's cap.  Each
      *    allocated claim goes on the pending allocation file for
      *    WARRPKG to package, and on the keyed warranty claim log
      *    (WARRLOG) so a claim sent again is never allocated
      *    twice -- the claim file can be rerun safely.
      *
      *    Every claim that could not be allocated -- no supplier
      *    determined, no agreement in force, under the agreed
      *    minimum -- is listed with its reason on the
      *    unrecoverable claims report; its cost stays ours.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for warranty cost
      *                          recovery
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WARRMTCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Sent by the warranty system.  A missing file just means
      *    no claims.
           SELECT ClaimFile
           ASSIGN TO "../data/warranty-claims.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClaimFile-Status.

           SELECT AgreementFile
           ASSIGN TO "../data/warranty-agreements.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AgreementFile-Status.

      *    LotHist's own SELECT in RECMATCH.cbl is the authority.
           SELECT LotHist
           ASSIGN TO LOTHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotHist-LOT-KEY
           ALTERNATE RECORD KEY IS LotHist-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-LotHist-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

      *    Opened I-O; a missing file is created on first use.
           SELECT ClaimLog
           ASSIGN TO WARRLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ClmLog-CLAIM-NUMBER
           FILE STATUS IS WS-ClaimLog-Status.

           SELECT AllocFile
           ASSIGN TO "../data/warranty-alloc.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AllocFile-Status.

           SELECT UnrecRpt
           ASSIGN TO "../data/warranty-unrecoverable-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-UnrecRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ClaimFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRCLM REPLACING ==:tag:== BY ==Claim==.

       FD  AgreementFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRAGR REPLACING ==:tag:== BY ==Agr==.

       FD  LotHist
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LOTHIST REPLACING ==:tag:== BY ==LotHist==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  ClaimLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRALOC REPLACING ==:tag:== BY ==ClmLog==.

       FD  AllocFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRALOC REPLACING ==:tag:== BY ==Alloc==.

       FD  UnrecRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-UnrecRpt-Record           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ClaimFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AgreementFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LotHist==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ClaimLog==.
           COPY WSFST REPLACING ==:tag:== BY ==AllocFile==.
           COPY WSFST REPLACING ==:tag:== BY ==UnrecRpt==.

       01  WS-File-Counters.
           12 FD-Claim-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Agreement-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-Alloc-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-UnrecRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Claim-Counters.
           12 WS-Agreement-Rejected-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-Processed-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Unrecoverable-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Supplier-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-By-Lot-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-By-Xref-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Recovery-Total            PIC S9(11)V99 VALUE ZERO.
           12 WS-Unrecoverable-Total       PIC S9(11)V99 VALUE ZERO.

       01  WS-Agreement-Storage.
           12 WS-Agr-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Agr-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Agr-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Agr-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Agr-Cnt
              INDEXED BY WS-Agr-IDX.
              15 WS-Agr-Supplier           PIC X(10).
              15 WS-Agr-Id                 PIC X(08).
              15 WS-Agr-Period-Start       PIC 9(08).
              15 WS-Agr-Period-End         PIC 9(08).
              15 WS-Agr-Part-Pct           PIC 9(03)V99.
              15 WS-Agr-Labor-Pct          PIC 9(03)V99.
              15 WS-Agr-Claim-Cap          PIC 9(07)V99.
              15 WS-Agr-Min-Claim          PIC 9(07)V99.

      *    The claim being allocated, in the WARRALOC shape.
           COPY WARRALOC REPLACING ==:tag:== BY ==WkAlloc==.

       01  WS-Match-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Date-R REDEFINES WS-Today-Date.
              15 WS-Today-Year             PIC 9(04).
              15 WS-Today-Month            PIC 9(02).
              15 WS-Today-Day              PIC 9(02).
           12 WS-Alloc-Qtr.
              15 WS-Alloc-Qtr-Year         PIC 9(04) VALUE ZERO.
              15 FILLER                    PIC X(01) VALUE 'Q'.
              15 WS-Alloc-Qtr-No           PIC 9(01) VALUE ZERO.
           12 WS-Reject-Reason             PIC X(33) VALUE SPACES.
           12 WS-Match-Supplier            PIC X(10) VALUE SPACES.
           12 WS-Match-By                  PIC X(01) VALUE SPACES.
           12 WS-Lot-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Xref-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Xref-Supp-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Claim-Cost                PIC 9(08)V99 VALUE ZERO.
           12 WS-Part-Recovery             PIC 9(07)V99 VALUE ZERO.
           12 WS-Labor-Recovery            PIC 9(07)V99 VALUE ZERO.
           12 WS-Recovery-Amount           PIC 9(08)V99 VALUE ZERO.
           12 WS-Lot-History-Flag          PIC X VALUE 'N'.
              88 WS-Lot-History-Open          VALUE 'Y'.
           12 WS-Xref-Open-Flag            PIC X VALUE 'N'.
              88 WS-Xref-Open                 VALUE 'Y'.
           12 WS-Lot-Mixed-Flag            PIC X VALUE 'N'.
              88 WS-Lot-Mixed                 VALUE 'Y'.
              88 WS-Lot-Single                VALUE 'N'.
           12 WS-Browse-Done-Flag          PIC X VALUE 'N'.
              88 WS-Browse-Done               VALUE 'Y'.
              88 WS-Browse-More               VALUE 'N'.

       01  WS-Report-Edits.
           12 WS-Cnt-Edit                  PIC ZZZZ9.
           12 WS-Cost-Edit                 PIC ZZ,ZZZ,ZZ9.99.
           12 WS-Total-Edit                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Match-One-Claim
              UNTIL WS-ClaimFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "WARRMTCH: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Year TO WS-Alloc-Qtr-Year.
           COMPUTE WS-Alloc-Qtr-No = (WS-Today-Month + 2) / 3.
           OPEN OUTPUT UnrecRpt.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "WARRANTY CLAIMS NOT RECOVERABLE FROM A SUPPLIER -- "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           MOVE SPACES TO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           PERFORM 1010-Load-Agreements.
      *    No lot history or cross-reference yet just means
      *    nothing traces through it.
           OPEN INPUT LotHist.
           IF WS-LotHist-Good
              SET WS-Lot-History-Open TO TRUE
           END-IF.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Open TO TRUE
           END-IF.
           OPEN I-O ClaimLog.
           IF NOT WS-ClaimLog-Good
              OPEN OUTPUT ClaimLog
              CLOSE ClaimLog
              OPEN I-O ClaimLog
           END-IF.
           IF NOT WS-ClaimLog-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "WARRLOG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ClaimLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND AllocFile.
           IF NOT WS-AllocFile-Good
              OPEN OUTPUT AllocFile
           END-IF.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "CLAIM        PART                    MAKE MODEL"
              "      YEAR FAILED   LOT                  CLAIM COST"
              "  REASON"
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           OPEN INPUT ClaimFile.
           IF NOT WS-ClaimFile-Good
              SET WS-ClaimFile-EOF TO TRUE
           END-IF.

      *    A missing agreement file leaves every claim with a
      *    supplier but nothing to recover under.
       1010-Load-Agreements.
           OPEN INPUT AgreementFile.
           IF WS-AgreementFile-Good
              PERFORM 1015-Load-One-Agreement
                 UNTIL WS-AgreementFile-EOF
              CLOSE AgreementFile
           END-IF.

       1015-Load-One-Agreement.
           READ AgreementFile
              AT END SET WS-AgreementFile-EOF TO TRUE
           END-READ.
           IF WS-AgreementFile-Good
              ADD +1 TO FD-Agreement-Record-Cnt
              PERFORM 1020-Edit-Agreement
              IF WS-Reject-Reason = SPACES
                 PERFORM 1025-Add-Agreement
              ELSE
                 ADD +1 TO WS-Agreement-Rejected-Cnt
                 MOVE SPACES TO FD-UnrecRpt-Record
                 STRING Agr-SUPPLIER-CODE " " Agr-AGREEMENT-ID
                    " AGREEMENT REJECTED -- " WS-Reject-Reason
                    DELIMITED BY SIZE INTO FD-UnrecRpt-Record
                 PERFORM 2900-Write-Unrec-Rpt-Line
              END-IF
           END-IF.

       1020-Edit-Agreement.
           MOVE SPACES TO WS-Reject-Reason.
           IF Agr-PERIOD-START NOT NUMERIC OR
              Agr-PERIOD-END NOT NUMERIC
              MOVE "BAD PERIOD DATES" TO WS-Reject-Reason
           ELSE
              IF Agr-PERIOD-END < Agr-PERIOD-START
                 MOVE "PERIOD ENDS BEFORE IT STARTS" TO
                    WS-Reject-Reason
              END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
              IF Agr-PART-PCT NOT NUMERIC OR
                 Agr-LABOR-PCT NOT NUMERIC OR
                 Agr-CLAIM-CAP NOT NUMERIC OR
                 Agr-MIN-CLAIM NOT NUMERIC
                 MOVE "BAD RECOVERY FIGURES" TO WS-Reject-Reason
              END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
              IF Agr-PART-PCT > 100 OR Agr-LABOR-PCT > 100
                 MOVE "RECOVERY PERCENT OVER 100" TO
                    WS-Reject-Reason
              END-IF
           END-IF.

       1025-Add-Agreement.
           IF WS-Agr-Cnt >= WS-Agr-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Agreement-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Agr-Cnt.
           SET WS-Agr-IDX TO WS-Agr-Cnt.
           MOVE Agr-SUPPLIER-CODE TO WS-Agr-Supplier(WS-Agr-IDX).
           MOVE Agr-AGREEMENT-ID TO WS-Agr-Id(WS-Agr-IDX).
           MOVE Agr-PERIOD-START TO WS-Agr-Period-Start(WS-Agr-IDX).
           MOVE Agr-PERIOD-END TO WS-Agr-Period-End(WS-Agr-IDX).
           MOVE Agr-PART-PCT TO WS-Agr-Part-Pct(WS-Agr-IDX).
           MOVE Agr-LABOR-PCT TO WS-Agr-Labor-Pct(WS-Agr-IDX).
           MOVE Agr-CLAIM-CAP TO WS-Agr-Claim-Cap(WS-Agr-IDX).
           MOVE Agr-MIN-CLAIM TO WS-Agr-Min-Claim(WS-Agr-IDX).

       2000-Match-One-Claim.
           READ ClaimFile
              AT END SET WS-ClaimFile-EOF TO TRUE
           END-READ.
           IF WS-ClaimFile-Good
              ADD +1 TO FD-Claim-Record-Cnt
              PERFORM 2100-Edit-Claim
              IF WS-Reject-Reason NOT = SPACES
                 ADD +1 TO WS-Not-Processed-Cnt
                 MOVE SPACES TO FD-UnrecRpt-Record
                 STRING Claim-CLAIM-NUMBER " " Claim-PART-NUMBER
                    " NOT PROCESSED -- " WS-Reject-Reason
                    DELIMITED BY SIZE INTO FD-UnrecRpt-Record
                 PERFORM 2900-Write-Unrec-Rpt-Line
              ELSE
                 PERFORM 2200-Find-Supplier
                 IF WS-Match-Supplier = SPACES
                    ADD +1 TO WS-No-Supplier-Cnt
                 ELSE
                    PERFORM 2300-Find-Agreement
                 END-IF
                 IF WS-Reject-Reason = SPACES
                    PERFORM 2400-Allocate-Claim
                 END-IF
                 IF WS-Reject-Reason = SPACES
                    PERFORM 2500-Write-Allocation
                 ELSE
                    PERFORM 2600-Report-Unrecoverable
                 END-IF
              END-IF
           END-IF.

       2100-Edit-Claim.
           MOVE SPACES TO WS-Reject-Reason.
           EVALUATE TRUE
              WHEN Claim-CLAIM-NUMBER = SPACES
                 MOVE "NO CLAIM NUMBER" TO WS-Reject-Reason
              WHEN Claim-PART-NUMBER = SPACES
                 MOVE "NO PART NUMBER" TO WS-Reject-Reason
              WHEN Claim-FAILURE-DATE NOT NUMERIC OR
                   Claim-FAILURE-DATE = ZERO
                 MOVE "BAD FAILURE DATE" TO WS-Reject-Reason
              WHEN Claim-LABOR-COST NOT NUMERIC OR
                   Claim-PART-COST NOT NUMERIC
                 MOVE "BAD CLAIM COSTS" TO WS-Reject-Reason
              WHEN Claim-LABOR-COST = ZERO AND
                   Claim-PART-COST = ZERO
                 MOVE "CLAIM HAS NO COST" TO WS-Reject-Reason
           END-EVALUATE.
           IF WS-Reject-Reason = SPACES
              MOVE Claim-CLAIM-NUMBER TO ClmLog-CLAIM-NUMBER
              READ ClaimLog
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE "CLAIM ALREADY ALLOCATED" TO
                       WS-Reject-Reason
              END-READ
           END-IF.
           IF WS-Reject-Reason = SPACES
              COMPUTE WS-Claim-Cost =
                 Claim-LABOR-COST + Claim-PART-COST
           END-IF.

      *    The lot first; a lot that doesn't trace to one supplier
      *    for this part falls through to the cross-reference.
       2200-Find-Supplier.
           MOVE SPACES TO WS-Match-Supplier WS-Match-By
                          WS-Lot-Supplier.
           SET WS-Lot-Single TO TRUE.
           IF Claim-LOT-NUMBER NOT = SPACES AND
              WS-Lot-History-Open
              PERFORM 2210-Trace-Lot
           END-IF.
           IF WS-Lot-Supplier NOT = SPACES AND WS-Lot-Single
              MOVE WS-Lot-Supplier TO WS-Match-Supplier
              MOVE 'L' TO WS-Match-By
              ADD +1 TO WS-By-Lot-Cnt
           ELSE
              PERFORM 2220-Trace-Xref
              EVALUATE TRUE
                 WHEN WS-Xref-Supp-Cnt = 1
                    MOVE WS-Xref-Supplier TO WS-Match-Supplier
                    MOVE 'X' TO WS-Match-By
                    ADD +1 TO WS-By-Xref-Cnt
                 WHEN WS-Xref-Supp-Cnt = ZERO
                    MOVE "PART NOT ON PSAPXREF" TO WS-Reject-Reason
                 WHEN OTHER
                    MOVE "MULTIPLE SUPPLIERS AND NO LOT" TO
                       WS-Reject-Reason
              END-EVALUATE
           END-IF.

      *    Every receipt of a lot sits together in primary key
      *    order -- LOTINQ's browse, kept to the claim's part.
       2210-Trace-Lot.
           SET WS-Browse-More TO TRUE.
           MOVE Claim-LOT-NUMBER TO LotHist-LOT-NUMBER.
           MOVE LOW-VALUES TO LotHist-PO-NUMBER
                              LotHist-RECEIPT-DATE.
           START LotHist KEY >= LotHist-LOT-KEY
              INVALID KEY SET WS-Browse-Done TO TRUE
           END-START.
           PERFORM 2215-Trace-One-Lot-Receipt
              UNTIL WS-Browse-Done.

       2215-Trace-One-Lot-Receipt.
           READ LotHist NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-LotHist-Good AND
              LotHist-LOT-NUMBER = Claim-LOT-NUMBER
              IF LotHist-PART-NUMBER = Claim-PART-NUMBER
                 IF WS-Lot-Supplier = SPACES
                    MOVE LotHist-SUPPLIER-CODE TO WS-Lot-Supplier
                 ELSE
                    IF LotHist-SUPPLIER-CODE NOT = WS-Lot-Supplier
                       SET WS-Lot-Mixed TO TRUE
                    END-IF
                 END-IF
              END-IF
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.

      *    Every supplier of a part sits together in primary key
      *    order -- START at part+low-values.
       2220-Trace-Xref.
           MOVE ZERO TO WS-Xref-Supp-Cnt.
           MOVE SPACES TO WS-Xref-Supplier.
           IF WS-Xref-Open
              SET WS-Browse-More TO TRUE
              MOVE Claim-PART-NUMBER TO Xref-XREF-PART-NUMBER
              MOVE LOW-VALUES TO Xref-XREF-SUPPLIER-CODE
              START XrefFile KEY >= Xref-XREF-KEY
                 INVALID KEY SET WS-Browse-Done TO TRUE
              END-START
              PERFORM 2225-Trace-One-Xref-Row
                 UNTIL WS-Browse-Done
           END-IF.

       2225-Trace-One-Xref-Row.
           READ XrefFile NEXT
              AT END SET WS-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-PART-NUMBER = Claim-PART-NUMBER
              ADD +1 TO WS-Xref-Supp-Cnt
              IF WS-Xref-Supp-Cnt = 1
                 MOVE Xref-XREF-SUPPLIER-CODE TO WS-Xref-Supplier
              END-IF
           ELSE
              SET WS-Browse-Done TO TRUE
           END-IF.

      *    The supplier's agreement in force on the failure date.
       2300-Find-Agreement.
           MOVE ZERO TO WS-Agr-Match-IDX.
           PERFORM VARYING WS-Agr-IDX FROM 1 BY 1
              UNTIL WS-Agr-IDX > WS-Agr-Cnt
              IF WS-Agr-Supplier(WS-Agr-IDX) = WS-Match-Supplier AND
                 WS-Agr-Period-Start(WS-Agr-IDX) <=
                    Claim-FAILURE-DATE AND
                 WS-Agr-Period-End(WS-Agr-IDX) >=
                    Claim-FAILURE-DATE
                 SET WS-Agr-Match-IDX TO WS-Agr-IDX
                 SET WS-Agr-IDX TO WS-Agr-Cnt
              END-IF
           END-PERFORM.
           IF WS-Agr-Match-IDX = ZERO
              MOVE "NO AGREEMENT ON FAILURE DATE" TO
                 WS-Reject-Reason
           END-IF.

       2400-Allocate-Claim.
           IF WS-Claim-Cost < WS-Agr-Min-Claim(WS-Agr-Match-IDX)
              MOVE "UNDER AGREEMENT MINIMUM" TO WS-Reject-Reason
           ELSE
              COMPUTE WS-Part-Recovery ROUNDED =
                 Claim-PART-COST *
                 WS-Agr-Part-Pct(WS-Agr-Match-IDX) / 100
              COMPUTE WS-Labor-Recovery ROUNDED =
                 Claim-LABOR-COST *
                 WS-Agr-Labor-Pct(WS-Agr-Match-IDX) / 100
              COMPUTE WS-Recovery-Amount =
                 WS-Part-Recovery + WS-Labor-Recovery
              IF WS-Agr-Claim-Cap(WS-Agr-Match-IDX) > ZERO AND
                 WS-Recovery-Amount >
                    WS-Agr-Claim-Cap(WS-Agr-Match-IDX)
                 MOVE WS-Agr-Claim-Cap(WS-Agr-Match-IDX) TO
                    WS-Recovery-Amount
              END-IF
              IF WS-Recovery-Amount = ZERO
                 MOVE "AGREEMENT RECOVERS NOTHING" TO
                    WS-Reject-Reason
              END-IF
           END-IF.

       2500-Write-Allocation.
           MOVE SPACES TO WkAlloc-WARRANTY-ALLOC.
           MOVE Claim-CLAIM-NUMBER TO WkAlloc-CLAIM-NUMBER.
           MOVE Claim-PART-NUMBER TO WkAlloc-PART-NUMBER.
           MOVE Claim-VEHICLE-MAKE TO WkAlloc-VEHICLE-MAKE.
           MOVE Claim-VEHICLE-MODEL TO WkAlloc-VEHICLE-MODEL.
           MOVE Claim-VEHICLE-YEAR TO WkAlloc-VEHICLE-YEAR.
           MOVE Claim-FAILURE-DATE TO WkAlloc-FAILURE-DATE.
           MOVE Claim-LOT-NUMBER TO WkAlloc-LOT-NUMBER.
           MOVE WS-Match-Supplier TO WkAlloc-SUPPLIER-CODE.
           MOVE WS-Match-By TO WkAlloc-MATCHED-BY.
           MOVE WS-Agr-Id(WS-Agr-Match-IDX) TO WkAlloc-AGREEMENT-ID.
           MOVE Claim-LABOR-COST TO WkAlloc-LABOR-COST.
           MOVE Claim-PART-COST TO WkAlloc-PART-COST.
           MOVE WS-Recovery-Amount TO WkAlloc-RECOVERY-AMOUNT.
           MOVE WS-Today-Date TO WkAlloc-ALLOC-DATE.
           MOVE WS-Alloc-Qtr TO WkAlloc-RECOVERY-QTR.
           MOVE ZERO TO WkAlloc-PACKAGE-DATE.
           MOVE WkAlloc-WARRANTY-ALLOC TO ClmLog-WARRANTY-ALLOC.
           WRITE ClmLog-WARRANTY-ALLOC.
           IF NOT WS-ClaimLog-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "WARRLOG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Allocation"
              DISPLAY "File Status: " WS-ClaimLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE WkAlloc-WARRANTY-ALLOC TO Alloc-WARRANTY-ALLOC.
           WRITE Alloc-WARRANTY-ALLOC.
           IF WS-AllocFile-Good
              ADD +1 TO FD-Alloc-Record-Cnt
              ADD WS-Recovery-Amount TO WS-Recovery-Total
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "warranty-alloc" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-Allocation"
              DISPLAY "File Status: " WS-AllocFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2600-Report-Unrecoverable.
           ADD +1 TO WS-Unrecoverable-Cnt.
           ADD WS-Claim-Cost TO WS-Unrecoverable-Total.
           MOVE WS-Claim-Cost TO WS-Cost-Edit.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING Claim-CLAIM-NUMBER " " Claim-PART-NUMBER " "
              Claim-VEHICLE-MAKE "  " Claim-VEHICLE-MODEL " "
              Claim-VEHICLE-YEAR " " Claim-FAILURE-DATE " "
              Claim-LOT-NUMBER " " WS-Cost-Edit "  "
              WS-Reject-Reason
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
      *    A supplier was found but nothing could be recovered
      *    from it -- say who, so finance can take it up.
           IF WS-Match-Supplier NOT = SPACES
              MOVE SPACES TO FD-UnrecRpt-Record
              STRING "             SUPPLIER " WS-Match-Supplier
                 DELIMITED BY SIZE INTO FD-UnrecRpt-Record
              PERFORM 2900-Write-Unrec-Rpt-Line
           END-IF.

       2900-Write-Unrec-Rpt-Line.
           WRITE FD-UnrecRpt-Record.
           IF WS-UnrecRpt-Good
              ADD +1 TO FD-UnrecRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "warranty-unrecoverable-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Unrec-Rpt-Line"
              DISPLAY "File Status: " WS-UnrecRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "WARRMTCH: 3000-End-Job".
           CLOSE ClaimFile ClaimLog AllocFile.
           IF WS-Lot-History-Open
              CLOSE LotHist
           END-IF.
           IF WS-Xref-Open
              CLOSE XrefFile
           END-IF.
           MOVE SPACES TO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           MOVE WS-Unrecoverable-Cnt TO WS-Cnt-Edit.
           MOVE WS-Unrecoverable-Total TO WS-Total-Edit.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "CLAIMS NOT RECOVERABLE " WS-Cnt-Edit
              "   CLAIM COST " WS-Total-Edit
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           MOVE WS-No-Supplier-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "  WITH NO SUPPLIER DETERMINED " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           MOVE FD-Alloc-Record-Cnt TO WS-Cnt-Edit.
           MOVE WS-Recovery-Total TO WS-Total-Edit.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "CLAIMS ALLOCATED        " WS-Cnt-Edit
              "   RECOVERABLE " WS-Total-Edit
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           MOVE WS-Not-Processed-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-UnrecRpt-Record.
           STRING "CLAIMS NOT PROCESSED    " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-UnrecRpt-Record.
           PERFORM 2900-Write-Unrec-Rpt-Line.
           CLOSE UnrecRpt.
           DISPLAY "  Warr-Match: Claims Read:       "
              FD-Claim-Record-Cnt.
           DISPLAY "  Warr-Match: Agreements Loaded: " WS-Agr-Cnt.
           DISPLAY "  Warr-Match: Agreements Bad:    "
              WS-Agreement-Rejected-Cnt.
           DISPLAY "  Warr-Match: Matched By Lot:    " WS-By-Lot-Cnt.
           DISPLAY "  Warr-Match: Matched By Xref:   "
              WS-By-Xref-Cnt.
           DISPLAY "  Warr-Match: Claims Allocated:  "
              FD-Alloc-Record-Cnt.
           DISPLAY "  Warr-Match: Not Recoverable:   "
              WS-Unrecoverable-Cnt.
           DISPLAY "  Warr-Match: No Supplier:       "
              WS-No-Supplier-Cnt.
           DISPLAY "  Warr-Match: Not Processed:     "
              WS-Not-Processed-Cnt.
