      ***********************************************************
      * Program name:    REBACCR
      * Original author: David Stagowski
      *
      *    Description: Supplier volume-rebate tracking and the
      *       rebate-receivable accrual extract for the general
      *       ledger.
      *
      *    Finance keeps the rebate agreements on
      *    ../data/rebate-agreements.dat.txt (REBAGR layout: an
      *    agreement period and up to five USD spend tiers with
      *    their rebate percents).  Qualifying spend is every PO
      *    for the supplier ordered inside the period -- POOUT's
      *    EXTENDED-VALUE, plus the POs POARCH has moved to
      *    po-archive (the live POOUT row wins where a PO is on
      *    both) -- converted to USD through exchange-rate.dat.txt
      *    the way RNIACCR converts.  The percent of the highest
      *    tier reached is earned on all of it.
      *
      *       rebate-rpt.dat.txt          per agreement: spend to
      *                                   date, current tier, the
      *                                   spend still needed for
      *                                   the next tier, and the
      *                                   rebate earned
      *       gl-rebate-accrual.dat.txt   the rebate receivable
      *                                   per supplier, in
      *                                   gl-accrual's GL-loadable
      *                                   layout (supplier,
      *                                   currency, amount, USD
      *                                   equivalent, GL account,
      *                                   cost center) -- always
      *                                   USD, and the account
      *                                   and cost center left
      *                                   blank: a rebate is the
      *                                   supplier's, not any one
      *                                   PO's
      *
      *    An agreement whose period has not started is reported
      *    and not accrued.  Spend in a currency with no rate is
      *    left out and counted on the report, so a short figure
      *    is visibly short.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-21 dastagg       Created for volume rebates
      * 2026-10-02 dastagg       POOUT image 96 for the prime
      *                          contract and DPAS rating.
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines; GL record
      *                          widened with gl-accrual's GL
      *                          account and cost center.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBACCR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AgreementFile
           ASSIGN TO "../data/rebate-agreements.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AgreementFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    POARCH's permanent archive -- archive date + the
      *    POOUT image.
           SELECT PoArchFile
           ASSIGN TO "../data/po-archive.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoArchFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

           SELECT GlRebateFile
           ASSIGN TO "../data/gl-rebate-accrual.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GlRebateFile-Status.

           SELECT RebateRpt
           ASSIGN TO "../data/rebate-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RebateRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AgreementFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY REBAGR REPLACING ==:tag:== BY ==Agr==.

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PoArchFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoArch-Record.
           05 FD-PoArch-Date        PIC X(08).
           05 FD-PoArch-Image       PIC X(369).

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  GlRebateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-GlRebate-Record.
           05 FD-GL-Supplier            PIC X(10).
           05 FD-GL-Currency            PIC X(03).
           05 FD-GL-Amount              PIC S9(13)V99.
           05 FD-GL-Usd-Amount          PIC S9(13)V99.
           05 FD-GL-Account             PIC X(10).
           05 FD-GL-Cost-Center         PIC X(06).

       FD  RebateRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RebateRpt-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AgreementFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==GlRebateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RebateRpt==.

       01  WS-Run-Counters.
           12 FD-Agreement-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Agreement-Rejected-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Qualifying-PO-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-GL-Record-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Rate-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

       01  WS-Agreement-Storage.
           12 WS-Agr-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Agr-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Agr-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Agr-Cnt
              INDEXED BY WS-Agr-IDX.
              15 WS-Agr-Supplier           PIC X(10).
              15 WS-Agr-Id                 PIC X(08).
              15 WS-Agr-Period-Start       PIC 9(08).
              15 WS-Agr-Period-End         PIC 9(08).
              15 WS-Agr-Tier OCCURS 5 TIMES.
                 18 WS-Agr-Tier-From       PIC 9(11)V99.
                 18 WS-Agr-Tier-Pct        PIC 9(02)V99.
              15 WS-Agr-Tier-Cnt           PIC S9(4) COMP.
              15 WS-Agr-Spend-Usd          PIC S9(13)V99 COMP-3.
              15 WS-Agr-PO-Cnt             PIC S9(4) COMP.
              15 WS-Agr-No-Rate-Cnt        PIC S9(4) COMP.

      *    POOUT's PO numbers, so an archived copy of a PO still
      *    live is not counted twice.
       01  WS-Live-PO-Storage.
           12 WS-Live-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Live-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Live-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Live-Cnt
              INDEXED BY WS-Live-IDX.
              15 WS-Live-PO-Number         PIC X(06).
           12 WS-Live-Found-Flag           PIC X.
              88 WS-Live-Found                VALUE 'Y'.
              88 WS-Live-Not-Found            VALUE 'N'.

       01  WS-Exch-Rate-Storage.
           12 WS-Exch-Rate-Max-Cnt         PIC S9(4) COMP VALUE +99.
           12 WS-Exch-Rate-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Exch-Rate-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Exch-Rate-Cnt
              INDEXED BY WS-Exch-Rate-IDX.
              15 WS-Exch-Rate-Code         PIC X(03).
              15 WS-Exch-Rate-Value        PIC 9(03)V9(06).
           12 WS-Exch-Rate-Found-Flag      PIC X.
              88 WS-Exch-Rate-Found           VALUE 'Y'.
              88 WS-Exch-Rate-Not-Found       VALUE 'N'.
           12 WS-Exch-Rate-Hold            PIC 9(03)V9(06) VALUE ZERO.
           12 WS-Exch-Rate-Rec-Layout.
              15 WS-ERR-Code               PIC X(03).
              15 WS-ERR-Rate               PIC 9(03)V9(06).
              15 FILLER                    PIC X(13).

      *    One receivable per supplier -- the GL lines.
       01  WS-Rebate-Rollup-Storage.
           12 WS-Reb-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Reb-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Reb-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Reb-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Reb-Cnt
              INDEXED BY WS-Reb-IDX.
              15 WS-Reb-Supplier           PIC X(10).
              15 WS-Reb-Amount             PIC S9(13)V99 COMP-3.

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       01  WS-Rebate-Work.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Order-Date           PIC X(08) VALUE SPACES.
           12 WS-Hold-Value                PIC S9(13)V99 VALUE ZERO.
           12 WS-Usd-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Qualified-Flag            PIC X VALUE 'N'.
              88 WS-Qualified                 VALUE 'Y'.
           12 WS-Tier-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Tier                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Pct                   PIC 9(02)V99 VALUE ZERO.
           12 WS-Rebate-Earned             PIC S9(13)V99 VALUE ZERO.
           12 WS-Spend-Needed              PIC S9(13)V99 VALUE ZERO.
           12 WS-Agr-State                 PIC X(11) VALUE SPACES.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.

       01  WS-Report-Edits.
           12 WS-Spend-Edit                PIC Z(11)9.99.
           12 WS-Needed-Edit               PIC Z(11)9.99.
           12 WS-Rebate-Edit               PIC Z(11)9.99.
           12 WS-Pct-Edit                  PIC Z9.99.
           12 WS-Tier-Edit                 PIC 9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Take-One-Live-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           PERFORM 2050-Take-Archived-POs.
           PERFORM 2500-Report-One-Agreement
              VARYING WS-Agr-IDX FROM 1 BY 1
              UNTIL WS-Agr-IDX > WS-Agr-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "REBACCR: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN OUTPUT GlRebateFile RebateRpt.
           MOVE SPACES TO FD-RebateRpt-Record.
           STRING "SUPPLIER VOLUME REBATES  RUN " WS-Today-Date
              "   (SPEND AND REBATE IN USD)"
              DELIMITED BY SIZE INTO FD-RebateRpt-Record.
           PERFORM 2900-Write-Rebate-Rpt-Line.
           MOVE SPACES TO FD-RebateRpt-Record.
           PERFORM 2900-Write-Rebate-Rpt-Line.
           PERFORM 1010-Load-Agreements.
           PERFORM 1030-Load-Exch-Rates.
           MOVE SPACES TO FD-RebateRpt-Record.
           MOVE "SUPPLIER"     TO FD-RebateRpt-Record(1:8).
           MOVE "AGREEMT"      TO FD-RebateRpt-Record(12:7).
           MOVE "PERIOD"       TO FD-RebateRpt-Record(21:6).
           MOVE "SPEND TO DATE" TO FD-RebateRpt-Record(46:13).
           MOVE "TIER"         TO FD-RebateRpt-Record(60:4).
           MOVE "PCT"          TO FD-RebateRpt-Record(66:3).
           MOVE "NEEDED FOR NEXT" TO FD-RebateRpt-Record(71:15).
           MOVE "REBATE EARNED" TO FD-RebateRpt-Record(91:13).
           MOVE "STATE"        TO FD-RebateRpt-Record(106:5).
           PERFORM 2900-Write-Rebate-Rpt-Line.
           OPEN INPUT PoOut.

      *    A missing agreement file just means no rebates to
      *    track -- the extract goes out empty.
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
                 MOVE SPACES TO FD-RebateRpt-Record
                 STRING Agr-SUPPLIER-CODE " " Agr-AGREEMENT-ID
                    " AGREEMENT REJECTED -- " WS-Reject-Reason
                    DELIMITED BY SIZE INTO FD-RebateRpt-Record
                 PERFORM 2900-Write-Rebate-Rpt-Line
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
           PERFORM VARYING WS-Tier-Sub FROM 1 BY 1
              UNTIL WS-Tier-Sub > 5
              IF Agr-TIER-FROM-SPEND(WS-Tier-Sub) NOT NUMERIC OR
                 Agr-TIER-PCT(WS-Tier-Sub) NOT NUMERIC
                 MOVE "BAD TIER FIGURES" TO WS-Reject-Reason
              END-IF
           END-PERFORM.
           IF WS-Reject-Reason = SPACES AND
              Agr-TIER-PCT(1) = ZERO
              MOVE "NO FIRST TIER PERCENT" TO WS-Reject-Reason
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
           MOVE ZERO TO WS-Agr-Spend-Usd(WS-Agr-IDX)
                        WS-Agr-PO-Cnt(WS-Agr-IDX)
                        WS-Agr-No-Rate-Cnt(WS-Agr-IDX)
                        WS-Agr-Tier-Cnt(WS-Agr-IDX).
           PERFORM 1027-Load-One-Tier
              VARYING WS-Tier-Sub FROM 1 BY 1
              UNTIL WS-Tier-Sub > 5.

      *    Tiers in use run from the first to the last with a
      *    non-zero starting spend.
       1027-Load-One-Tier.
           MOVE Agr-TIER-FROM-SPEND(WS-Tier-Sub) TO
              WS-Agr-Tier-From(WS-Agr-IDX, WS-Tier-Sub).
           MOVE Agr-TIER-PCT(WS-Tier-Sub) TO
              WS-Agr-Tier-Pct(WS-Agr-IDX, WS-Tier-Sub).
           IF WS-Tier-Sub = 1 OR
              (Agr-TIER-FROM-SPEND(WS-Tier-Sub) > ZERO AND
               WS-Agr-Tier-Cnt(WS-Agr-IDX) = WS-Tier-Sub - 1)
              MOVE WS-Tier-Sub TO WS-Agr-Tier-Cnt(WS-Agr-IDX)
           END-IF.

       1030-Load-Exch-Rates.
           OPEN INPUT ExchRateFile.
           IF WS-ExchRateFile-Good
              PERFORM 1035-Load-One-Rate
                 UNTIL WS-ExchRateFile-EOF
              CLOSE ExchRateFile
           END-IF.

       1035-Load-One-Rate.
           READ ExchRateFile
              AT END SET WS-ExchRateFile-EOF TO TRUE
           END-READ.
           IF WS-ExchRateFile-Good
              IF WS-Exch-Rate-Cnt >= WS-Exch-Rate-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Exch-Rate-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Exch-Rate-Cnt
              SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              MOVE FD-ExchRateFile-Record TO
                 WS-Exch-Rate-Rec-Layout
              MOVE WS-ERR-Code TO
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
              MOVE WS-ERR-Rate TO
                 WS-Exch-Rate-Value(WS-Exch-Rate-IDX)
           END-IF.

       2000-Take-One-Live-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2010-Note-Live-PO
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE PoOut-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE PoOut-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 2100-Apply-Spend
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Take-One-Live-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Note-Live-PO.
           IF WS-Live-Cnt >= WS-Live-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Live-PO-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Live-Cnt.
           SET WS-Live-IDX TO WS-Live-Cnt.
           MOVE PoOut-PO-NUMBER TO WS-Live-PO-Number(WS-Live-IDX).

      *    A missing archive just means nothing has been archived
      *    yet.
       2050-Take-Archived-POs.
           OPEN INPUT PoArchFile.
           IF WS-PoArchFile-Good
              PERFORM 2055-Take-One-Archived-PO
                 UNTIL WS-PoArchFile-EOF
              CLOSE PoArchFile
           END-IF.

       2055-Take-One-Archived-PO.
           READ PoArchFile
              AT END SET WS-PoArchFile-EOF TO TRUE
           END-READ.
           IF WS-PoArchFile-Good
              ADD +1 TO FD-PoArch-Record-Cnt
              MOVE FD-PoArch-Image TO Arch-PURCHASE-ORDERS
              SET WS-Live-Not-Found TO TRUE
              PERFORM VARYING WS-Live-IDX FROM 1 BY 1
                 UNTIL WS-Live-IDX > WS-Live-Cnt
                 IF WS-Live-PO-Number(WS-Live-IDX) = Arch-PO-NUMBER
                    SET WS-Live-Found TO TRUE
                    SET WS-Live-IDX TO WS-Live-Cnt
                 END-IF
              END-PERFORM
              IF WS-Live-Not-Found
                 MOVE Arch-PO-NUMBER TO WS-Hold-PO-Number
                 MOVE Arch-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE Arch-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE Arch-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE Arch-EXTENDED-VALUE TO WS-Hold-Value
                 PERFORM 2100-Apply-Spend
              END-IF
           END-IF.

      *    The PO counts toward every agreement for its supplier
      *    whose period takes in its order date.
       2100-Apply-Spend.
           MOVE 'N' TO WS-Qualified-Flag.
           IF WS-Hold-Order-Date IS NUMERIC
              PERFORM 2200-Convert-To-USD
              PERFORM 2110-Apply-To-Agreement
                 VARYING WS-Agr-IDX FROM 1 BY 1
                 UNTIL WS-Agr-IDX > WS-Agr-Cnt
           END-IF.
           IF WS-Qualified
              ADD +1 TO WS-Qualifying-PO-Cnt
           END-IF.

       2110-Apply-To-Agreement.
           IF WS-Agr-Supplier(WS-Agr-IDX) = WS-Hold-Supplier AND
              WS-Hold-Order-Date NOT <
                 WS-Agr-Period-Start(WS-Agr-IDX) AND
              WS-Hold-Order-Date NOT >
                 WS-Agr-Period-End(WS-Agr-IDX)
              MOVE 'Y' TO WS-Qualified-Flag
              IF WS-Exch-Rate-Found
                 ADD +1 TO WS-Agr-PO-Cnt(WS-Agr-IDX)
                 ADD WS-Usd-Value TO WS-Agr-Spend-Usd(WS-Agr-IDX)
              ELSE
                 ADD +1 TO WS-Agr-No-Rate-Cnt(WS-Agr-IDX)
                 ADD +1 TO WS-Missing-Rate-Cnt
              END-IF
           END-IF.

       2200-Convert-To-USD.
           MOVE ZERO TO WS-Usd-Value.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           PERFORM VARYING WS-Exch-Rate-IDX FROM 1 BY 1
              UNTIL WS-Exch-Rate-IDX > WS-Exch-Rate-Cnt
              IF WS-Hold-Currency =
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
                 SET WS-Exch-Rate-Found TO TRUE
                 MOVE WS-Exch-Rate-Value(WS-Exch-Rate-IDX) TO
                    WS-Exch-Rate-Hold
                 SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              END-IF
           END-PERFORM.
           IF WS-Exch-Rate-Not-Found AND
              WS-Hold-Currency = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.
           IF WS-Exch-Rate-Found
              COMPUTE WS-Usd-Value ROUNDED =
                 WS-Hold-Value * WS-Exch-Rate-Hold
           END-IF.

      *    The highest tier whose starting spend has been reached
      *    sets the percent; the next tier up sets the target.
       2500-Report-One-Agreement.
           MOVE ZERO TO WS-Cur-Tier WS-Cur-Pct WS-Rebate-Earned
                        WS-Spend-Needed.
           PERFORM 2510-Test-One-Tier
              VARYING WS-Tier-Sub FROM 1 BY 1
              UNTIL WS-Tier-Sub > WS-Agr-Tier-Cnt(WS-Agr-IDX).
           IF WS-Cur-Tier > ZERO
              MOVE WS-Agr-Tier-Pct(WS-Agr-IDX, WS-Cur-Tier) TO
                 WS-Cur-Pct
              COMPUTE WS-Rebate-Earned ROUNDED =
                 WS-Agr-Spend-Usd(WS-Agr-IDX) * WS-Cur-Pct / 100
           END-IF.
           IF WS-Cur-Tier < WS-Agr-Tier-Cnt(WS-Agr-IDX)
              COMPUTE WS-Spend-Needed =
                 WS-Agr-Tier-From(WS-Agr-IDX, WS-Cur-Tier + 1) -
                 WS-Agr-Spend-Usd(WS-Agr-IDX)
           END-IF.
           EVALUATE TRUE
              WHEN WS-Agr-Period-Start(WS-Agr-IDX) > WS-Today-Date
                 MOVE "NOT STARTED" TO WS-Agr-State
              WHEN WS-Agr-Period-End(WS-Agr-IDX) < WS-Today-Date
                 MOVE "ENDED" TO WS-Agr-State
                 PERFORM 2600-Accumulate-Rollup
              WHEN OTHER
                 MOVE "IN PERIOD" TO WS-Agr-State
                 PERFORM 2600-Accumulate-Rollup
           END-EVALUATE.
           MOVE WS-Agr-Spend-Usd(WS-Agr-IDX) TO WS-Spend-Edit.
           MOVE WS-Rebate-Earned TO WS-Rebate-Edit.
           MOVE WS-Cur-Pct TO WS-Pct-Edit.
           MOVE WS-Cur-Tier TO WS-Tier-Edit.
           MOVE SPACES TO FD-RebateRpt-Record.
           MOVE WS-Agr-Supplier(WS-Agr-IDX) TO
              FD-RebateRpt-Record(1:10).
           MOVE WS-Agr-Id(WS-Agr-IDX) TO FD-RebateRpt-Record(12:8).
           STRING WS-Agr-Period-Start(WS-Agr-IDX) "-"
              WS-Agr-Period-End(WS-Agr-IDX)
              DELIMITED BY SIZE INTO FD-RebateRpt-Record(21:17).
           MOVE WS-Spend-Edit TO FD-RebateRpt-Record(43:15).
           MOVE WS-Tier-Edit TO FD-RebateRpt-Record(61:1).
           MOVE WS-Pct-Edit TO FD-RebateRpt-Record(64:5).
           IF WS-Cur-Tier < WS-Agr-Tier-Cnt(WS-Agr-IDX)
              MOVE WS-Spend-Needed TO WS-Needed-Edit
              MOVE WS-Needed-Edit TO FD-RebateRpt-Record(71:15)
           ELSE
              MOVE "TOP TIER" TO FD-RebateRpt-Record(78:8)
           END-IF.
           MOVE WS-Rebate-Edit TO FD-RebateRpt-Record(89:15).
           MOVE WS-Agr-State TO FD-RebateRpt-Record(106:11).
           PERFORM 2900-Write-Rebate-Rpt-Line.
           IF WS-Agr-No-Rate-Cnt(WS-Agr-IDX) > ZERO
              MOVE WS-Agr-No-Rate-Cnt(WS-Agr-IDX) TO WS-Cnt-Edit
              MOVE SPACES TO FD-RebateRpt-Record
              STRING "           " WS-Cnt-Edit
                 " PO(S) IN THE PERIOD LEFT OUT -- NO EXCHANGE RATE"
                 DELIMITED BY SIZE INTO FD-RebateRpt-Record
              PERFORM 2900-Write-Rebate-Rpt-Line
           END-IF.

       2510-Test-One-Tier.
           IF WS-Agr-Spend-Usd(WS-Agr-IDX) NOT <
              WS-Agr-Tier-From(WS-Agr-IDX, WS-Tier-Sub)
              MOVE WS-Tier-Sub TO WS-Cur-Tier
           END-IF.

       2600-Accumulate-Rollup.
           MOVE ZERO TO WS-Reb-Match-IDX.
           PERFORM VARYING WS-Reb-IDX FROM 1 BY 1
              UNTIL WS-Reb-IDX > WS-Reb-Cnt
              IF WS-Reb-Supplier(WS-Reb-IDX) =
                 WS-Agr-Supplier(WS-Agr-IDX)
                 SET WS-Reb-Match-IDX TO WS-Reb-IDX
                 SET WS-Reb-IDX TO WS-Reb-Cnt
              END-IF
           END-PERFORM.
           IF WS-Reb-Match-IDX = ZERO
              IF WS-Reb-Cnt >= WS-Reb-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Rebate-Rollup-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Reb-Cnt
              SET WS-Reb-Match-IDX TO WS-Reb-Cnt
              MOVE WS-Agr-Supplier(WS-Agr-IDX) TO
                 WS-Reb-Supplier(WS-Reb-Match-IDX)
              MOVE ZERO TO WS-Reb-Amount(WS-Reb-Match-IDX)
           END-IF.
           ADD WS-Rebate-Earned TO WS-Reb-Amount(WS-Reb-Match-IDX).

       2900-Write-Rebate-Rpt-Line.
           WRITE FD-RebateRpt-Record.
           IF NOT WS-RebateRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rebate-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Rebate-Rpt-Line"
              DISPLAY "File Status: " WS-RebateRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "REBACCR: 3000-End-Job".
           PERFORM 3010-Write-One-GL-Record
              VARYING WS-Reb-IDX FROM 1 BY 1
              UNTIL WS-Reb-IDX > WS-Reb-Cnt.
           CLOSE GlRebateFile RebateRpt.
           DISPLAY "  Reb-Accr: Agreements Read:  "
              FD-Agreement-Record-Cnt.
           DISPLAY "  Reb-Accr: Agreements Bad:   "
              WS-Agreement-Rejected-Cnt.
           DISPLAY "  Reb-Accr: POs Read:         "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Reb-Accr: Archived Read:    "
              FD-PoArch-Record-Cnt.
           DISPLAY "  Reb-Accr: POs Qualifying:   "
              WS-Qualifying-PO-Cnt.
           DISPLAY "  Reb-Accr: GL Lines:         " WS-GL-Record-Cnt.
           DISPLAY "  Reb-Accr: Missing Rates:    "
              WS-Missing-Rate-Cnt.

      *    Same record as RNIACCR's gl-accrual -- the rebate is
      *    worked in USD, so amount and equivalent agree.
       3010-Write-One-GL-Record.
           ADD +1 TO WS-GL-Record-Cnt.
           MOVE SPACES TO FD-GlRebate-Record.
           MOVE WS-Reb-Supplier(WS-Reb-IDX) TO FD-GL-Supplier.
           MOVE "USD" TO FD-GL-Currency.
           MOVE WS-Reb-Amount(WS-Reb-IDX) TO FD-GL-Amount.
           MOVE WS-Reb-Amount(WS-Reb-IDX) TO FD-GL-Usd-Amount.
           WRITE FD-GlRebate-Record.
           IF NOT WS-GlRebateFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "GL-REBATE-ACCRUAL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-GlRebateFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
