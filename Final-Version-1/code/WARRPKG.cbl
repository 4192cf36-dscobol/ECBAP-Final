      ***********************************************************
      * Program name:    WARRPKG
      * Original author: David Stagowski
      *
      *    Description: Warranty recovery packages.
      *
      *    WARRMTCH leaves each warranty claim it allocated to a
      *    supplier on the pending allocation file, marked with
      *    the quarter it was allocated in.  Once a quarter has
      *    ended this gathers its claims into one recovery
      *    package per supplier:
      *
      *       warranty-package-rpt.dat.txt  each package with the
      *                                     claims in it -- claim,
      *                                     part, vehicle, failure
      *                                     date, cost and the
      *                                     amount recovered -- for
      *                                     the supplier's copy
      *       warranty-debit.dat.txt        one charge-back line
      *                                     per package (DEBITSRC
      *                                     layout, SOURCE-TYPE 'W')
      *                                     for DEBITGEN to put on
      *                                     the supplier's next
      *                                     debit memo
      *
      *    A package's line is keyed on its quarter and supplier,
      *    so the debit log charges it once.  Each claim packaged
      *    has PACKAGE-DATE stamped on the warranty claim log and
      *    leaves the pending file; claims of the quarter still
      *    running stay pending for a later run.  Recovery is in
      *    USD, the warranty system's currency.
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
       PROGRAM-ID. WARRPKG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    WARRMTCH's pending allocations.  A missing file just
      *    means nothing waiting.
           SELECT AllocFile
           ASSIGN TO "../data/warranty-alloc.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AllocFile-Status.

      *    WARRMTCH's SELECT is the authority.
           SELECT ClaimLog
           ASSIGN TO WARRLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ClmLog-CLAIM-NUMBER
           FILE STATUS IS WS-ClaimLog-Status.

      *    Emptied by DEBITGEN once the memos are written.
           SELECT WarrDebitFile
           ASSIGN TO "../data/warranty-debit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WarrDebitFile-Status.

           SELECT PackageRpt
           ASSIGN TO "../data/warranty-package-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PackageRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AllocFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRALOC REPLACING ==:tag:== BY ==Alloc==.

       FD  ClaimLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY WARRALOC REPLACING ==:tag:== BY ==ClmLog==.

       FD  WarrDebitFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DEBITSRC REPLACING ==:tag:== BY ==WarDebit==.

       FD  PackageRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PackageRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AllocFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ClaimLog==.
           COPY WSFST REPLACING ==:tag:== BY ==WarrDebitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PackageRpt==.

       01  WS-File-Counters.
           12 FD-Alloc-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-WarrDebit-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-PackageRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Packaged-Claim-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Still-Pending-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Not-On-Log-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Package-Total             PIC S9(11)V99 VALUE ZERO.

      *    Every pending allocation, and whether this run packages
      *    it.
       01  WS-Pending-Storage.
           12 WS-Pend-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Pend-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Pend-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Pend-Cnt
              INDEXED BY WS-Pend-IDX.
              15 WS-Pend-Alloc             PIC X(143).
              15 WS-Pend-Pkg-Sub           PIC S9(4) COMP.

      *    One row per supplier and closed quarter.
       01  WS-Package-Storage.
           12 WS-Pkg-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Pkg-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Pkg-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Pkg-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Pkg-Cnt
              INDEXED BY WS-Pkg-IDX.
              15 WS-Pkg-Supplier           PIC X(10).
              15 WS-Pkg-Qtr                PIC X(06).
              15 WS-Pkg-Claim-Cnt          PIC S9(4) COMP.
              15 WS-Pkg-Cost               PIC S9(11)V99.
              15 WS-Pkg-Recovery           PIC S9(11)V99.

      *    The allocation being worked, in the WARRALOC shape.
           COPY WARRALOC REPLACING ==:tag:== BY ==WkAlloc==.

       01  WS-Package-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Date-R REDEFINES WS-Today-Date.
              15 WS-Today-Year             PIC 9(04).
              15 WS-Today-Month            PIC 9(02).
              15 WS-Today-Day              PIC 9(02).
           12 WS-Current-Qtr.
              15 WS-Current-Qtr-Year       PIC 9(04) VALUE ZERO.
              15 FILLER                    PIC X(01) VALUE 'Q'.
              15 WS-Current-Qtr-No         PIC 9(01) VALUE ZERO.
           12 WS-Claim-Cost                PIC 9(08)V99 VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Cnt-Edit                  PIC ZZZZ9.
           12 WS-Cost-Edit                 PIC ZZ,ZZZ,ZZ9.99.
           12 WS-Recovery-Edit             PIC ZZ,ZZZ,ZZ9.99.
           12 WS-Total-Edit                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           12 WS-Total-Cost-Edit           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Build-One-Package
              VARYING WS-Pkg-IDX FROM 1 BY 1
              UNTIL WS-Pkg-IDX > WS-Pkg-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "WARRPKG: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Year TO WS-Current-Qtr-Year.
           COMPUTE WS-Current-Qtr-No = (WS-Today-Month + 2) / 3.
           PERFORM 1010-Load-Pending.
           OPEN I-O ClaimLog.
           IF NOT WS-ClaimLog-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "WARRLOG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ClaimLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND WarrDebitFile.
           IF NOT WS-WarrDebitFile-Good
              OPEN OUTPUT WarrDebitFile
           END-IF.
           OPEN OUTPUT PackageRpt.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "WARRANTY RECOVERY PACKAGES -- " WS-Today-Date
              " -- QUARTERS ENDED BEFORE " WS-Current-Qtr
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.

       1010-Load-Pending.
           OPEN INPUT AllocFile.
           IF WS-AllocFile-Good
              PERFORM 1015-Load-One-Pending
                 UNTIL WS-AllocFile-EOF
              CLOSE AllocFile
           END-IF.

       1015-Load-One-Pending.
           READ AllocFile
              AT END SET WS-AllocFile-EOF TO TRUE
           END-READ.
           IF WS-AllocFile-Good
              ADD +1 TO FD-Alloc-Record-Cnt
              IF WS-Pend-Cnt >= WS-Pend-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Pending-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Pend-Cnt
              SET WS-Pend-IDX TO WS-Pend-Cnt
              MOVE Alloc-WARRANTY-ALLOC TO WS-Pend-Alloc(WS-Pend-IDX)
              MOVE ZERO TO WS-Pend-Pkg-Sub(WS-Pend-IDX)
              IF Alloc-RECOVERY-QTR < WS-Current-Qtr
                 PERFORM 1020-Add-To-Package
                 MOVE WS-Pkg-Match-IDX TO
                    WS-Pend-Pkg-Sub(WS-Pend-IDX)
              ELSE
                 ADD +1 TO WS-Still-Pending-Cnt
              END-IF
           END-IF.

      *    The (supplier, quarter) package, started the first time
      *    one of its claims is seen.
       1020-Add-To-Package.
           MOVE ZERO TO WS-Pkg-Match-IDX.
           PERFORM VARYING WS-Pkg-IDX FROM 1 BY 1
              UNTIL WS-Pkg-IDX > WS-Pkg-Cnt
              IF WS-Pkg-Supplier(WS-Pkg-IDX) =
                 Alloc-SUPPLIER-CODE AND
                 WS-Pkg-Qtr(WS-Pkg-IDX) = Alloc-RECOVERY-QTR
                 SET WS-Pkg-Match-IDX TO WS-Pkg-IDX
                 SET WS-Pkg-IDX TO WS-Pkg-Cnt
              END-IF
           END-PERFORM.
           IF WS-Pkg-Match-IDX = ZERO
              IF WS-Pkg-Cnt >= WS-Pkg-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Package-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Pkg-Cnt
              SET WS-Pkg-IDX TO WS-Pkg-Cnt
              MOVE Alloc-SUPPLIER-CODE TO WS-Pkg-Supplier(WS-Pkg-IDX)
              MOVE Alloc-RECOVERY-QTR TO WS-Pkg-Qtr(WS-Pkg-IDX)
              MOVE ZERO TO WS-Pkg-Claim-Cnt(WS-Pkg-IDX)
                           WS-Pkg-Cost(WS-Pkg-IDX)
                           WS-Pkg-Recovery(WS-Pkg-IDX)
              SET WS-Pkg-Match-IDX TO WS-Pkg-IDX
           END-IF.
           ADD +1 TO WS-Pkg-Claim-Cnt(WS-Pkg-Match-IDX).
           ADD Alloc-LABOR-COST Alloc-PART-COST TO
              WS-Pkg-Cost(WS-Pkg-Match-IDX).
           ADD Alloc-RECOVERY-AMOUNT TO
              WS-Pkg-Recovery(WS-Pkg-Match-IDX).

      *    One package: its heading, every claim in it, its total,
      *    and the charge-back line for the debit memo.
       2000-Build-One-Package.
           MOVE SPACES TO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "RECOVERY PACKAGE  SUPPLIER "
              WS-Pkg-Supplier(WS-Pkg-IDX)
              "  QUARTER " WS-Pkg-Qtr(WS-Pkg-IDX)
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "  CLAIM        PART                    MAKE MODEL"
              "      YEAR FAILED   LOT             BY AGREEMNT"
              "    CLAIM COST     RECOVERED"
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           PERFORM 2100-List-Package-Claim
              VARYING WS-Pend-IDX FROM 1 BY 1
              UNTIL WS-Pend-IDX > WS-Pend-Cnt.
           MOVE WS-Pkg-Claim-Cnt(WS-Pkg-IDX) TO WS-Cnt-Edit.
           MOVE WS-Pkg-Cost(WS-Pkg-IDX) TO WS-Total-Cost-Edit.
           MOVE WS-Pkg-Recovery(WS-Pkg-IDX) TO WS-Total-Edit.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "  PACKAGE TOTAL  CLAIMS " WS-Cnt-Edit
              "  CLAIM COST " WS-Total-Cost-Edit
              "  RECOVERY USD " WS-Total-Edit
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           PERFORM 2200-Write-Package-Debit.
           ADD WS-Pkg-Recovery(WS-Pkg-IDX) TO WS-Package-Total.

       2100-List-Package-Claim.
           IF WS-Pend-Pkg-Sub(WS-Pend-IDX) = WS-Pkg-IDX
              MOVE WS-Pend-Alloc(WS-Pend-IDX) TO
                 WkAlloc-WARRANTY-ALLOC
              COMPUTE WS-Claim-Cost =
                 WkAlloc-LABOR-COST + WkAlloc-PART-COST
              MOVE WS-Claim-Cost TO WS-Cost-Edit
              MOVE WkAlloc-RECOVERY-AMOUNT TO WS-Recovery-Edit
              MOVE SPACES TO FD-PackageRpt-Record
              STRING "  " WkAlloc-CLAIM-NUMBER " "
                 WkAlloc-PART-NUMBER " " WkAlloc-VEHICLE-MAKE "  "
                 WkAlloc-VEHICLE-MODEL " " WkAlloc-VEHICLE-YEAR " "
                 WkAlloc-FAILURE-DATE " " WkAlloc-LOT-NUMBER " "
                 WkAlloc-MATCHED-BY "  " WkAlloc-AGREEMENT-ID " "
                 WS-Cost-Edit " " WS-Recovery-Edit
                 DELIMITED BY SIZE INTO FD-PackageRpt-Record
              PERFORM 2900-Write-Package-Rpt-Line
              PERFORM 2110-Stamp-Claim-Log
              ADD +1 TO WS-Packaged-Claim-Cnt
           END-IF.

      *    A claim missing from the log is still packaged -- the
      *    log only keeps it from being allocated again.
       2110-Stamp-Claim-Log.
           MOVE WkAlloc-CLAIM-NUMBER TO ClmLog-CLAIM-NUMBER.
           READ ClaimLog
              INVALID KEY
                 ADD +1 TO WS-Not-On-Log-Cnt
              NOT INVALID KEY
                 MOVE WS-Today-Date TO ClmLog-PACKAGE-DATE
                 REWRITE ClmLog-WARRANTY-ALLOC
                 IF NOT WS-ClaimLog-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "WARRLOG" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "** ERROR **: 2110-Stamp-Claim-Log"
                    DISPLAY "File Status: " WS-ClaimLog-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
           END-READ.

      *    The quarter rides in PO-NUMBER and the supplier in
      *    SOURCE-REF, so the debit key is one per package.
       2200-Write-Package-Debit.
           MOVE SPACES TO WarDebit-DEBIT-SOURCE.
           SET WarDebit-WARRANTY-LINE TO TRUE.
           MOVE WS-Pkg-Qtr(WS-Pkg-IDX) TO WarDebit-PO-NUMBER.
           MOVE WS-Pkg-Supplier(WS-Pkg-IDX) TO WarDebit-SOURCE-REF.
           MOVE WS-Pkg-Supplier(WS-Pkg-IDX) TO
              WarDebit-SUPPLIER-CODE.
           MOVE "FIELD FAILURE CLAIMS" TO WarDebit-PART-NUMBER.
           MOVE WS-Today-Date TO WarDebit-SOURCE-DATE.
           MOVE "WAR" TO WarDebit-REASON-CODE.
           MOVE WS-Pkg-Claim-Cnt(WS-Pkg-IDX) TO WarDebit-QUANTITY.
           MOVE ZERO TO WarDebit-UNIT-AMOUNT.
           MOVE "USD" TO WarDebit-CURRENCY-CODE.
           MOVE WS-Pkg-Recovery(WS-Pkg-IDX) TO WarDebit-DEBIT-VALUE.
           WRITE WarDebit-DEBIT-SOURCE.
           IF WS-WarrDebitFile-Good
              ADD +1 TO FD-WarrDebit-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "warranty-debit" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Write-Package-Debit"
              DISPLAY "File Status: " WS-WarrDebitFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2900-Write-Package-Rpt-Line.
           WRITE FD-PackageRpt-Record.
           IF WS-PackageRpt-Good
              ADD +1 TO FD-PackageRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "warranty-package-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Package-Rpt-Line"
              DISPLAY "File Status: " WS-PackageRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "WARRPKG: 3000-End-Job".
           MOVE WS-Pkg-Cnt TO WS-Cnt-Edit.
           MOVE WS-Package-Total TO WS-Total-Edit.
           MOVE SPACES TO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "PACKAGES " WS-Cnt-Edit
              "  RECOVERY USD " WS-Total-Edit
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           MOVE WS-Still-Pending-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-PackageRpt-Record.
           STRING "CLAIMS LEFT PENDING FOR " WS-Current-Qtr " "
              WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-PackageRpt-Record.
           PERFORM 2900-Write-Package-Rpt-Line.
           CLOSE ClaimLog WarrDebitFile PackageRpt.
           PERFORM 3010-Rewrite-Pending-File.
           DISPLAY "  Warr-Pkg: Pending Read:        "
              FD-Alloc-Record-Cnt.
           DISPLAY "  Warr-Pkg: Packages Built:      " WS-Pkg-Cnt.
           DISPLAY "  Warr-Pkg: Claims Packaged:     "
              WS-Packaged-Claim-Cnt.
           DISPLAY "  Warr-Pkg: Still Pending:       "
              WS-Still-Pending-Cnt.
           DISPLAY "  Warr-Pkg: Not On Claim Log:    "
              WS-Not-On-Log-Cnt.

      *    Everything packaged is on a charge-back line now -- the
      *    pending file goes back to holding only the rest.
       3010-Rewrite-Pending-File.
           OPEN OUTPUT AllocFile.
           PERFORM 3020-Write-One-Pending
              VARYING WS-Pend-IDX FROM 1 BY 1
              UNTIL WS-Pend-IDX > WS-Pend-Cnt.
           CLOSE AllocFile.

       3020-Write-One-Pending.
           IF WS-Pend-Pkg-Sub(WS-Pend-IDX) = ZERO
              MOVE WS-Pend-Alloc(WS-Pend-IDX) TO
                 Alloc-WARRANTY-ALLOC
              WRITE Alloc-WARRANTY-ALLOC
              IF NOT WS-AllocFile-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "warranty-alloc" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 3020-Write-One-Pending"
                 DISPLAY "File Status: " WS-AllocFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
