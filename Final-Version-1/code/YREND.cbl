      ***********************************************************
      * Program name:    YREND
      * Original author: David Stagowski
      *
      *    Description: Fiscal year-end rollover.
      *
      *    PERCLOSE freezes each period; the turn of the year was
      *    still a checklist worked by hand, and a missed line on
      *    it let the blanket-consumed totals and the buyer
      *    commitments ride straight into the new year.  This
      *    does the turn in one controlled step, keyed to the
      *    fiscal calendar:
      *
      *      - refuses to run while any period of the year is
      *        still open -- a period is closed once PERCLOSE has
      *        frozen its poout-pYYYYPP snapshot;
      *      - closes the year's buyer budgets: the year's rows
      *        come off buyer-budgets, later years' rows stay;
      *      - carries each buyer's open commitment (open POs on
      *        the year's last frozen POOUT, net of the POs the
      *        frozen status file shows closed) into the new year
      *        at the buyer's carry-forward percent;
      *      - expires the blanket agreements that end with the
      *        year, and drops their consumed totals with them;
      *      - starts a new price-drift baseline: only the
      *        part/supplier prices bought during the year are
      *        carried, so a price last paid years ago no longer
      *        judges next year's first order;
      *      - writes the year-end summary by buyer, supplier
      *        and currency of the POs ordered during the year.
      *
      *    Nothing live is touched.  Every output is staged as a
      *    -new file for PROMOTE -- BUYRBUDG, BUYRCMTS, BLKTAGRE
      *    (with control lines), PRICEHST and BLKTCONS.  The last
      *    two are the pairs POCALL stages every night, so they
      *    carry no control line here (a left-over one would stop
      *    POCALL's next promotion); promote any pending POCALL
      *    copies of those two before the turn, and promote the
      *    turn's copies before POCALL runs again.
      *
      *    The year comes from the fiscal-year card when staged
      *    (YYYY), else it is the year of the latest calendar
      *    period ended on or before the business date (PSAPBDTE
      *    card, else today -- the driver's idiom).
      *
      *    Carry-forward rule (../data/carry-forward-rule.dat.txt):
      *    buyer(3), percent 9(3) 0-100; buyer *** sets the rule
      *    for every buyer without a row of their own.  No rule
      *    at all carries every open commitment in full.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for fiscal year-end
      *                          rollover
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YREND.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PERCLOSE's SELECT is the authority on the calendar's
      *    shape.
           SELECT FiscalCalFile
           ASSIGN TO "../data/fiscal-calendar.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FiscalCalFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT YearCardFile
           ASSIGN TO "../data/fiscal-year-card.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-YearCardFile-Status.

      *    A period's frozen POOUT -- opened once per period for
      *    the open-period check, then read in full for the
      *    year's last period.
           SELECT SnapshotFile
           ASSIGN TO WS-Snapshot-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SnapshotFile-Status.

           SELECT StatusSnapFile
           ASSIGN TO WS-Status-Snap-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StatusSnapFile-Status.

           SELECT BudgetFile
           ASSIGN TO "../data/buyer-budgets.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BudgetFile-Status.

           SELECT BudgetNewFile
           ASSIGN TO "../data/buyer-budgets-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BudgetNewFile-Status.

           SELECT CarryRuleFile
           ASSIGN TO "../data/carry-forward-rule.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CarryRuleFile-Status.

           SELECT CommitNewFile
           ASSIGN TO "../data/buyer-commitments-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CommitNewFile-Status.

           SELECT BlanketFile
           ASSIGN TO "../data/blanket-agreements.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BlanketFile-Status.

           SELECT BlanketNewFile
           ASSIGN TO "../data/blanket-agreements-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BlanketNewFile-Status.

           SELECT BlanketConsFile
           ASSIGN TO "../data/blanket-consumed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BlanketConsFile-Status.

           SELECT BlanketConsNewFile
           ASSIGN TO "../data/blanket-consumed-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BlanketConsNewFile-Status.

           SELECT PriceHistFile
           ASSIGN TO "../data/po-price-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceHistFile-Status.

           SELECT PriceHistNewFile
           ASSIGN TO "../data/po-price-history-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceHistNewFile-Status.

      *    The count/hash control line PROMOTE verifies a pair
      *    against, beside its -new file.
           SELECT CtlFile
           ASSIGN TO WS-Ctl-Path
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CtlFile-Status.

           SELECT SummaryRpt
           ASSIGN TO "../data/year-end-summary.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SummaryRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  FiscalCalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-FiscalCal-Record.
           05 FD-Cal-Period-Id          PIC X(06).
           05 FD-Cal-Start-Date         PIC 9(08).
           05 FD-Cal-End-Date           PIC 9(08).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  YearCardFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-YearCard-Record           PIC X(04).

       FD  SnapshotFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  StatusSnapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StatusSnap-Record         PIC X(30).

       FD  BudgetFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Budget-Record.
           05 FD-Bud-Buyer              PIC X(03).
           05 FD-Bud-Period             PIC X(06).
           05 FD-Bud-Amount             PIC 9(13)V99.

       FD  BudgetNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BudgetNew-Record          PIC X(24).

       FD  CarryRuleFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CarryRule-Record.
           05 FD-Carry-Buyer            PIC X(03).
           05 FD-Carry-Percent          PIC 9(03).

       FD  CommitNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CommitNew-Record.
           05 FD-Cmt-Buyer              PIC X(03).
           05 FD-Cmt-Amount             PIC 9(13)V99.

       FD  BlanketFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Blanket-Record.
           05 FD-Blkt-PO-Number         PIC X(06).
           05 FD-Blkt-Supplier          PIC X(10).
           05 FD-Blkt-Part              PIC X(23).
           05 FD-Blkt-Ceiling-Qty       PIC 9(09).
           05 FD-Blkt-Expiry-Date       PIC 9(08).

       FD  BlanketNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BlanketNew-Record         PIC X(56).

       FD  BlanketConsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BlanketCons-Record.
           05 FD-BlktC-PO-Number        PIC X(06).
           05 FD-BlktC-Consumed-Qty     PIC 9(09).

       FD  BlanketConsNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BlanketConsNew-Record     PIC X(15).

       FD  PriceHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PriceHist-Record.
           05 FD-PH-Part                PIC X(23).
           05 FD-PH-Supp                PIC X(10).
           05 FD-PH-Price               PIC 9(07)V99.

       FD  PriceHistNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PriceHistNew-Record.
           05 FD-PHN-Part               PIC X(23).
           05 FD-PHN-Supp               PIC X(10).
           05 FD-PHN-Price              PIC 9(07)V99.

       FD  CtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ctl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  SummaryRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SummaryRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==FiscalCalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==YearCardFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SnapshotFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StatusSnapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BudgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BudgetNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CarryRuleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CommitNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketConsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketConsNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceHistNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SummaryRpt==.

       01  WS-Snapshot-Path         PIC X(100) VALUE SPACES.
       01  WS-Status-Snap-Path      PIC X(100) VALUE SPACES.
       01  WS-Ctl-Path              PIC X(100) VALUE SPACES.

       01  WS-File-Counters.
           12 FD-Snapshot-Record-Cnt       PIC S9(9) COMP VALUE ZERO.
           12 WS-Year-PO-Cnt               PIC S9(9) COMP VALUE ZERO.
           12 WS-Closed-Skipped-Cnt        PIC S9(9) COMP VALUE ZERO.
           12 WS-Budget-Closed-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Blkt-Expired-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-BlktC-Dropped-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Price-Dropped-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-SummaryRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.

      *    Count and PSAPHASH hash of each staged file, for the
      *    control lines and the end-of-job totals.
       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-Ctl-Count-Hold            PIC 9(09) VALUE ZERO.
           12 WS-Ctl-Hash-Hold             PIC 9(13) VALUE ZERO.
           12 WS-Budget-New-Cnt            PIC 9(09) VALUE ZERO.
           12 WS-Budget-New-Hash           PIC 9(13) VALUE ZERO.
           12 WS-Commit-New-Cnt            PIC 9(09) VALUE ZERO.
           12 WS-Commit-New-Hash           PIC 9(13) VALUE ZERO.
           12 WS-Blanket-New-Cnt           PIC 9(09) VALUE ZERO.
           12 WS-Blanket-New-Hash          PIC 9(13) VALUE ZERO.
           12 WS-BlktC-New-Cnt             PIC 9(09) VALUE ZERO.
           12 WS-Price-New-Cnt             PIC 9(09) VALUE ZERO.
           12 WS-Price-New-Hash            PIC 9(13) VALUE ZERO.

       01  WS-Year-Fields.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Fiscal-Year               PIC X(04) VALUE SPACES.
           12 WS-Latest-End-Date           PIC 9(08) VALUE ZERO.
           12 WS-Year-Start-Date           PIC 9(08) VALUE ZERO.
           12 WS-Year-End-Date             PIC 9(08) VALUE ZERO.
           12 WS-Last-Period-Id            PIC X(06) VALUE SPACES.
           12 WS-Open-Period-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Order-Date-Hold           PIC 9(08) VALUE ZERO.

       01  WS-Period-Storage.
           12 WS-Per-Max-Cnt               PIC S9(4) COMP VALUE +60.
           12 WS-Per-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Per-Table OCCURS 0 TO 60 TIMES
              DEPENDING ON WS-Per-Cnt
              INDEXED BY WS-Per-IDX.
              15 WS-Per-Id                 PIC X(06).
              15 WS-Per-Start-Date         PIC 9(08).
              15 WS-Per-End-Date           PIC 9(08).

       01  WS-Status-Flags.
           12 WS-Closed-PO-Found-Flag      PIC X.
              88 WS-Closed-PO-Found           VALUE 'Y'.
              88 WS-Closed-PO-Not-Found       VALUE 'N'.
           12 WS-Blkt-Expired-Flag         PIC X.
              88 WS-Blkt-Expired              VALUE 'Y'.
              88 WS-Blkt-Not-Expired          VALUE 'N'.

       01  WS-Closed-PO-Storage.
           12 WS-Closed-PO-Max-Cnt         PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-PO-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-PO-Cnt
              INDEXED BY WS-Closed-PO-IDX.
              15 WS-Closed-PO-Number       PIC X(06).

      *    One row per buyer seen on the year's last POOUT or
      *    the budget file -- found-or-add, the SUPPSCOR pattern.
       01  WS-Buyer-Table-Storage.
           12 WS-Buyer-Max-Cnt             PIC S9(4) COMP VALUE +999.
           12 WS-Buyer-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Buyer-Match-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Buyer-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Buyer-Cnt
              INDEXED BY WS-Buyer-IDX.
              15 WS-Buyer-Code             PIC X(03).
              15 WS-Buyer-Budget           PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-Buyer-Open             PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-Buyer-Carry-Pct        PIC 9(03) VALUE ZERO.
              15 WS-Buyer-Carried          PIC S9(13)V99 COMP-3
                 VALUE ZERO.

       01  WS-Carry-Rule-Storage.
           12 WS-Carry-Default-Pct         PIC 9(03) VALUE 100.
           12 WS-Carry-Max-Cnt             PIC S9(4) COMP VALUE +999.
           12 WS-Carry-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Carry-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Carry-Cnt
              INDEXED BY WS-Carry-IDX.
              15 WS-Carry-Buyer            PIC X(03).
              15 WS-Carry-Pct              PIC 9(03).

      *    Summary tallies -- each keyed with the currency, so no
      *    total ever adds one currency to another.
       01  WS-Buyer-Cur-Storage.
           12 WS-BC-Max-Cnt                PIC S9(4) COMP VALUE +999.
           12 WS-BC-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-BC-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-BC-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-BC-Cnt
              INDEXED BY WS-BC-IDX.
              15 WS-BC-Buyer               PIC X(03).
              15 WS-BC-Currency            PIC X(03).
              15 WS-BC-PO-Cnt              PIC S9(7) COMP VALUE ZERO.
              15 WS-BC-Value               PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-BC-Open-Value          PIC S9(13)V99 COMP-3
                 VALUE ZERO.

       01  WS-Supp-Cur-Storage.
           12 WS-SC-Max-Cnt                PIC S9(4) COMP VALUE +1999.
           12 WS-SC-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-SC-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-SC-Table OCCURS 0 TO 1999 TIMES
              DEPENDING ON WS-SC-Cnt
              INDEXED BY WS-SC-IDX.
              15 WS-SC-Supplier            PIC X(10).
              15 WS-SC-Currency            PIC X(03).
              15 WS-SC-PO-Cnt              PIC S9(7) COMP VALUE ZERO.
              15 WS-SC-Value               PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-SC-Open-Value          PIC S9(13)V99 COMP-3
                 VALUE ZERO.

       01  WS-Cur-Storage.
           12 WS-Cur-Max-Cnt               PIC S9(4) COMP VALUE +99.
           12 WS-Cur-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Cur-Cnt
              INDEXED BY WS-Cur-IDX.
              15 WS-Cur-Code               PIC X(03).
              15 WS-Cur-PO-Cnt             PIC S9(7) COMP VALUE ZERO.
              15 WS-Cur-Value              PIC S9(13)V99 COMP-3
                 VALUE ZERO.
              15 WS-Cur-Open-Value         PIC S9(13)V99 COMP-3
                 VALUE ZERO.

      *    The price-drift history, each pair marked when a PO
      *    of the year bought it.
       01  WS-Price-Hist-Storage.
           12 WS-PH-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PH-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PH-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PH-Cnt
              INDEXED BY WS-PH-IDX.
              15 WS-PH-Part                PIC X(23).
              15 WS-PH-Supp                PIC X(10).
              15 WS-PH-Price               PIC 9(07)V99.
              15 WS-PH-Bought-Flag         PIC X.
                 88 WS-PH-Bought              VALUE 'Y'.

       01  WS-Expired-Blkt-Storage.
           12 WS-XB-Max-Cnt                PIC S9(4) COMP VALUE +999.
           12 WS-XB-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-XB-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-XB-Cnt
              INDEXED BY WS-XB-IDX.
              15 WS-XB-PO-Number           PIC X(06).

       01  WS-Hold-Fields.
           12 WS-Hold-Buyer                PIC X(03) VALUE SPACES.
           12 WS-Open-Value-Hold           PIC S9(13)V99 COMP-3
              VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Count-Edit                PIC ZZZ,ZZ9.
           12 WS-Value-Edit                PIC -(12)9.99.
           12 WS-Open-Edit                 PIC -(12)9.99.
           12 WS-Budget-Edit               PIC -(12)9.99.
           12 WS-Carried-Edit              PIC -(12)9.99.
           12 WS-Pct-Edit                  PIC ZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Read-Year-End-Book
              UNTIL WS-SnapshotFile-EOF.
           PERFORM 2100-Close-Budgets.
           PERFORM 2200-Carry-Commitments.
           PERFORM 2300-Expire-Blankets.
           PERFORM 2400-Expire-Blanket-Consumed.
           PERFORM 2500-Rebase-Price-History.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "YREND: 1000-Begin-Job".
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
           PERFORM 1010-Resolve-Fiscal-Year.
           PERFORM 1020-Load-Year-Periods.
           PERFORM 1030-Check-Period-Closed
              VARYING WS-Per-IDX FROM 1 BY 1
              UNTIL WS-Per-IDX > WS-Per-Cnt.
           IF WS-Open-Period-Cnt > ZERO
              MOVE "PSAP025E" TO WS-Msg-Id
              MOVE WS-Fiscal-Year TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "YREND: " WS-Open-Period-Cnt
                 " period(s) of fiscal year " WS-Fiscal-Year
                 " not closed -- year-end not run."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "YREND turning fiscal year " WS-Fiscal-Year
              " (" WS-Year-Start-Date " - " WS-Year-End-Date
              ") as of " WS-Business-Date.
           PERFORM 1040-Load-Closed-PO-Table.
           PERFORM 1050-Load-Carry-Rules.
           PERFORM 1060-Load-Price-Hist-Table.
           MOVE SPACES TO WS-Snapshot-Path.
           STRING "../data/poout-p" WS-Last-Period-Id ".dat.txt"
              DELIMITED BY SIZE INTO WS-Snapshot-Path.
           OPEN INPUT SnapshotFile.
           IF NOT WS-SnapshotFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE WS-Snapshot-Path TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-SnapshotFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The fiscal-year card, else the year of the latest
      *    period ended on or before the business date -- run on
      *    the year's last day after PERCLOSE, or any day after.
       1010-Resolve-Fiscal-Year.
           OPEN INPUT YearCardFile.
           IF WS-YearCardFile-Good
              READ YearCardFile
              IF WS-YearCardFile-Good AND
                 FD-YearCard-Record IS NUMERIC
                 MOVE FD-YearCard-Record TO WS-Fiscal-Year
              END-IF
           END-IF.
           CLOSE YearCardFile.
           IF WS-Fiscal-Year = SPACES
              OPEN INPUT FiscalCalFile
              IF WS-FiscalCalFile-Good
                 PERFORM 1015-Check-One-Ended-Period
                    UNTIL WS-FiscalCalFile-EOF
              END-IF
              CLOSE FiscalCalFile
           END-IF.
           IF WS-Fiscal-Year = SPACES
              MOVE "PSAP016E" TO WS-Msg-Id
              MOVE "NO FISCAL YEAR FOR DATE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "YREND: no fiscal period has ended by "
                 WS-Business-Date "."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       1015-Check-One-Ended-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good
              IF FD-Cal-End-Date IS NUMERIC AND
                 FD-Cal-End-Date <= WS-Business-Date AND
                 FD-Cal-End-Date > WS-Latest-End-Date
                 MOVE FD-Cal-End-Date TO WS-Latest-End-Date
                 MOVE FD-Cal-Period-Id(1:4) TO WS-Fiscal-Year
              END-IF
           END-IF.

       1020-Load-Year-Periods.
           MOVE ZERO TO WS-Year-End-Date.
           MOVE 99999999 TO WS-Year-Start-Date.
           OPEN INPUT FiscalCalFile.
           IF WS-FiscalCalFile-Good
              PERFORM 1025-Load-One-Year-Period
                 UNTIL WS-FiscalCalFile-EOF
           END-IF.
           CLOSE FiscalCalFile.
           IF WS-Per-Cnt = ZERO
              MOVE "PSAP016E" TO WS-Msg-Id
              MOVE "FISCAL YEAR NOT ON CALENDAR" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "YREND: fiscal year " WS-Fiscal-Year
                 " has no periods on the fiscal calendar."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       1025-Load-One-Year-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good
              IF FD-Cal-Period-Id(1:4) = WS-Fiscal-Year AND
                 FD-Cal-Start-Date IS NUMERIC AND
                 FD-Cal-End-Date IS NUMERIC
                 IF WS-Per-Cnt >= WS-Per-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Period-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Per-Cnt
                 SET WS-Per-IDX TO WS-Per-Cnt
                 MOVE FD-Cal-Period-Id TO WS-Per-Id(WS-Per-IDX)
                 MOVE FD-Cal-Start-Date TO
                    WS-Per-Start-Date(WS-Per-IDX)
                 MOVE FD-Cal-End-Date TO
                    WS-Per-End-Date(WS-Per-IDX)
                 IF FD-Cal-Start-Date < WS-Year-Start-Date
                    MOVE FD-Cal-Start-Date TO WS-Year-Start-Date
                 END-IF
                 IF FD-Cal-End-Date > WS-Year-End-Date
                    MOVE FD-Cal-End-Date TO WS-Year-End-Date
                    MOVE FD-Cal-Period-Id TO WS-Last-Period-Id
                 END-IF
              END-IF
           END-IF.

      *    A period is closed once PERCLOSE has frozen its POOUT
      *    snapshot; every open one is listed before the refusal.
       1030-Check-Period-Closed.
           MOVE SPACES TO WS-Snapshot-Path.
           STRING "../data/poout-p" WS-Per-Id(WS-Per-IDX) ".dat.txt"
              DELIMITED BY SIZE INTO WS-Snapshot-Path.
           OPEN INPUT SnapshotFile.
           IF WS-SnapshotFile-Good
              CLOSE SnapshotFile
           ELSE
              ADD +1 TO WS-Open-Period-Cnt
              DISPLAY "YREND: period " WS-Per-Id(WS-Per-IDX)
                 " (" WS-Per-Start-Date(WS-Per-IDX) " - "
                 WS-Per-End-Date(WS-Per-IDX) ") is still open."
           END-IF.

      *    The status file frozen with the year's last period --
      *    missing means receipts matching never closed a PO, and
      *    every PO is open, same as BUYRCMT.
       1040-Load-Closed-PO-Table.
           MOVE SPACES TO WS-Status-Snap-Path.
           STRING "../data/po-status-p" WS-Last-Period-Id ".dat.txt"
              DELIMITED BY SIZE INTO WS-Status-Snap-Path.
           OPEN INPUT StatusSnapFile.
           IF WS-StatusSnapFile-Good
              PERFORM 1045-Load-One-Closed-PO
                 UNTIL WS-StatusSnapFile-EOF
              CLOSE StatusSnapFile
           END-IF.

       1045-Load-One-Closed-PO.
           READ StatusSnapFile
              AT END SET WS-StatusSnapFile-EOF TO TRUE
           END-READ.
           IF WS-StatusSnapFile-Good
              IF FD-StatusSnap-Record(7:1) = 'C'
                 IF WS-Closed-PO-Cnt >= WS-Closed-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-PO-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-PO-Cnt
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
                 MOVE FD-StatusSnap-Record(1:6) TO
                    WS-Closed-PO-Number(WS-Closed-PO-IDX)
              END-IF
           END-IF.

       1050-Load-Carry-Rules.
           OPEN INPUT CarryRuleFile.
           IF WS-CarryRuleFile-Good
              PERFORM 1055-Load-One-Carry-Rule
                 UNTIL WS-CarryRuleFile-EOF
              CLOSE CarryRuleFile
           END-IF.
           DISPLAY "YREND: default carry-forward "
              WS-Carry-Default-Pct "%, " WS-Carry-Cnt
              " buyer rule(s)".

       1055-Load-One-Carry-Rule.
           READ CarryRuleFile
              AT END SET WS-CarryRuleFile-EOF TO TRUE
           END-READ.
           IF WS-CarryRuleFile-Good
              IF FD-Carry-Percent IS NUMERIC AND
                 FD-Carry-Percent <= 100
                 IF FD-Carry-Buyer = "***"
                    MOVE FD-Carry-Percent TO WS-Carry-Default-Pct
                 ELSE
                    IF WS-Carry-Cnt >= WS-Carry-Max-Cnt
                       MOVE "PSAP012S" TO WS-Msg-Id
                       MOVE "WS-Carry-Rule-Storage" TO
                          WS-Msg-Insert
                       CALL 'PSAPMSG' USING WS-Msg-Request
                       MOVE +9 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD +1 TO WS-Carry-Cnt
                    SET WS-Carry-IDX TO WS-Carry-Cnt
                    MOVE FD-Carry-Buyer TO
                       WS-Carry-Buyer(WS-Carry-IDX)
                    MOVE FD-Carry-Percent TO
                       WS-Carry-Pct(WS-Carry-IDX)
                 END-IF
              ELSE
                 DISPLAY "YREND: carry-forward rule for "
                    FD-Carry-Buyer " is not 0-100 -- ignored."
              END-IF
           END-IF.

       1060-Load-Price-Hist-Table.
           OPEN INPUT PriceHistFile.
           IF WS-PriceHistFile-Good
              PERFORM 1065-Load-One-Price-Hist
                 UNTIL WS-PriceHistFile-EOF
              CLOSE PriceHistFile
           END-IF.

       1065-Load-One-Price-Hist.
           READ PriceHistFile
              AT END SET WS-PriceHistFile-EOF TO TRUE
           END-READ.
           IF WS-PriceHistFile-Good
              IF WS-PH-Cnt >= WS-PH-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Price-Hist-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-PH-Cnt
              SET WS-PH-IDX TO WS-PH-Cnt
              MOVE FD-PH-Part TO WS-PH-Part(WS-PH-IDX)
              MOVE FD-PH-Supp TO WS-PH-Supp(WS-PH-IDX)
              MOVE FD-PH-Price TO WS-PH-Price(WS-PH-IDX)
              MOVE 'N' TO WS-PH-Bought-Flag(WS-PH-IDX)
           END-IF.

      *    The year's last frozen POOUT: every open PO counts to
      *    its buyer's commitment; the POs ordered during the
      *    year feed the summary and the price baseline.
       2000-Read-Year-End-Book.
           READ SnapshotFile
              AT END SET WS-SnapshotFile-EOF TO TRUE
           END-READ.
           IF WS-SnapshotFile-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-Snapshot-Record-Cnt
                 PERFORM 2050-Check-PO-Closed
                 MOVE ZERO TO WS-Open-Value-Hold
                 IF WS-Closed-PO-Found
                    ADD +1 TO WS-Closed-Skipped-Cnt
                 ELSE
                    MOVE PoOut-EXTENDED-VALUE TO WS-Open-Value-Hold
                    MOVE PoOut-BUYER-CODE TO WS-Hold-Buyer
                    PERFORM 2900-Find-Or-Add-Buyer-Row
                    ADD PoOut-EXTENDED-VALUE TO
                       WS-Buyer-Open(WS-Buyer-Match-IDX)
                 END-IF
                 MOVE ZERO TO WS-Order-Date-Hold
                 IF PoOut-ORDER-DATE IS NUMERIC
                    MOVE PoOut-ORDER-DATE TO WS-Order-Date-Hold
                 END-IF
                 IF WS-Order-Date-Hold >= WS-Year-Start-Date AND
                    WS-Order-Date-Hold <= WS-Year-End-Date
                    ADD +1 TO WS-Year-PO-Cnt
                    PERFORM 2060-Tally-Year-PO
                 END-IF
              END-IF
           ELSE
              IF WS-SnapshotFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Read-Year-End-Book"
                 DISPLAY "Read " WS-Snapshot-Path
                 DISPLAY "File Status: " WS-SnapshotFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2050-Check-PO-Closed.
           SET WS-Closed-PO-Not-Found TO TRUE.
           PERFORM VARYING WS-Closed-PO-IDX FROM 1 BY 1
              UNTIL WS-Closed-PO-IDX > WS-Closed-PO-Cnt
              IF WS-Closed-PO-Number(WS-Closed-PO-IDX) =
                 PoOut-PO-NUMBER
                 SET WS-Closed-PO-Found TO TRUE
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
              END-IF
           END-PERFORM.

       2060-Tally-Year-PO.
           PERFORM 2910-Find-Or-Add-Buyer-Cur.
           ADD +1 TO WS-BC-PO-Cnt(WS-BC-Match-IDX).
           ADD PoOut-EXTENDED-VALUE TO WS-BC-Value(WS-BC-Match-IDX).
           ADD WS-Open-Value-Hold TO
              WS-BC-Open-Value(WS-BC-Match-IDX).
           PERFORM 2920-Find-Or-Add-Supp-Cur.
           ADD +1 TO WS-SC-PO-Cnt(WS-SC-Match-IDX).
           ADD PoOut-EXTENDED-VALUE TO WS-SC-Value(WS-SC-Match-IDX).
           ADD WS-Open-Value-Hold TO
              WS-SC-Open-Value(WS-SC-Match-IDX).
           PERFORM 2930-Find-Or-Add-Cur.
           ADD +1 TO WS-Cur-PO-Cnt(WS-Cur-Match-IDX).
           ADD PoOut-EXTENDED-VALUE TO
              WS-Cur-Value(WS-Cur-Match-IDX).
           ADD WS-Open-Value-Hold TO
              WS-Cur-Open-Value(WS-Cur-Match-IDX).
           PERFORM VARYING WS-PH-IDX FROM 1 BY 1
              UNTIL WS-PH-IDX > WS-PH-Cnt
              IF WS-PH-Part(WS-PH-IDX) = PoOut-PART-NUMBER AND
                 WS-PH-Supp(WS-PH-IDX) = PoOut-SUPPLIER-CODE
                 SET WS-PH-Bought(WS-PH-IDX) TO TRUE
                 SET WS-PH-IDX TO WS-PH-Cnt
              END-IF
           END-PERFORM.

      *    The year's budget rows close -- tallied per buyer for
      *    the summary -- and every other year's rows stage on
      *    untouched.
       2100-Close-Budgets.
           OPEN OUTPUT BudgetNewFile.
           OPEN INPUT BudgetFile.
           IF WS-BudgetFile-Good
              PERFORM 2110-Close-One-Budget
                 UNTIL WS-BudgetFile-EOF
           END-IF.
           CLOSE BudgetFile BudgetNewFile.

       2110-Close-One-Budget.
           READ BudgetFile
              AT END SET WS-BudgetFile-EOF TO TRUE
           END-READ.
           IF WS-BudgetFile-Good
              IF FD-Bud-Period(1:4) = WS-Fiscal-Year
                 ADD +1 TO WS-Budget-Closed-Cnt
                 IF FD-Bud-Amount IS NUMERIC
                    MOVE FD-Bud-Buyer TO WS-Hold-Buyer
                    PERFORM 2900-Find-Or-Add-Buyer-Row
                    ADD FD-Bud-Amount TO
                       WS-Buyer-Budget(WS-Buyer-Match-IDX)
                 END-IF
              ELSE
                 MOVE FD-Budget-Record TO FD-BudgetNew-Record
                 WRITE FD-BudgetNew-Record
                 IF NOT WS-BudgetNewFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "BUYER-BUDGETS-NEW" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-BudgetNewFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Budget-New-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE FD-BudgetNew-Record TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-Budget-New-Hash
              END-IF
           END-IF.

       2200-Carry-Commitments.
           OPEN OUTPUT CommitNewFile.
           PERFORM 2210-Carry-One-Buyer
              VARYING WS-Buyer-IDX FROM 1 BY 1
              UNTIL WS-Buyer-IDX > WS-Buyer-Cnt.
           CLOSE CommitNewFile.

       2210-Carry-One-Buyer.
           MOVE WS-Carry-Default-Pct TO
              WS-Buyer-Carry-Pct(WS-Buyer-IDX).
           PERFORM VARYING WS-Carry-IDX FROM 1 BY 1
              UNTIL WS-Carry-IDX > WS-Carry-Cnt
              IF WS-Carry-Buyer(WS-Carry-IDX) =
                 WS-Buyer-Code(WS-Buyer-IDX)
                 MOVE WS-Carry-Pct(WS-Carry-IDX) TO
                    WS-Buyer-Carry-Pct(WS-Buyer-IDX)
                 SET WS-Carry-IDX TO WS-Carry-Cnt
              END-IF
           END-PERFORM.
           COMPUTE WS-Buyer-Carried(WS-Buyer-IDX) ROUNDED =
              WS-Buyer-Open(WS-Buyer-IDX) *
              WS-Buyer-Carry-Pct(WS-Buyer-IDX) / 100.
           MOVE SPACES TO FD-CommitNew-Record.
           MOVE WS-Buyer-Code(WS-Buyer-IDX) TO FD-Cmt-Buyer.
           MOVE WS-Buyer-Carried(WS-Buyer-IDX) TO FD-Cmt-Amount.
           WRITE FD-CommitNew-Record.
           IF NOT WS-CommitNewFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "BUYER-COMMITMENTS-NEW" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-CommitNewFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Commit-New-Cnt.
           MOVE SPACES TO WS-Hash-Record.
           MOVE FD-CommitNew-Record TO WS-Hash-Record.
           CALL 'PSAPHASH' USING WS-Hash-Record WS-Commit-New-Hash.

      *    An agreement whose expiry falls on or before the
      *    year's last day ends with the year; a zero expiry is
      *    open-ended, as POCALL reads it.
       2300-Expire-Blankets.
           OPEN OUTPUT BlanketNewFile.
           OPEN INPUT BlanketFile.
           IF WS-BlanketFile-Good
              PERFORM 2310-Expire-One-Blanket
                 UNTIL WS-BlanketFile-EOF
           END-IF.
           CLOSE BlanketFile BlanketNewFile.

       2310-Expire-One-Blanket.
           READ BlanketFile
              AT END SET WS-BlanketFile-EOF TO TRUE
           END-READ.
           IF WS-BlanketFile-Good
              IF FD-Blkt-Expiry-Date IS NUMERIC AND
                 FD-Blkt-Expiry-Date > ZERO AND
                 FD-Blkt-Expiry-Date <= WS-Year-End-Date
                 IF WS-XB-Cnt >= WS-XB-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Expired-Blkt-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-XB-Cnt WS-Blkt-Expired-Cnt
                 SET WS-XB-IDX TO WS-XB-Cnt
                 MOVE FD-Blkt-PO-Number TO WS-XB-PO-Number(WS-XB-IDX)
                 DISPLAY "YREND: blanket " FD-Blkt-PO-Number
                    " expired " FD-Blkt-Expiry-Date
              ELSE
                 MOVE FD-Blanket-Record TO FD-BlanketNew-Record
                 WRITE FD-BlanketNew-Record
                 IF NOT WS-BlanketNewFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "BLANKET-AGREEMENTS-NEW" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: " WS-BlanketNewFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Blanket-New-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE FD-BlanketNew-Record TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-Blanket-New-Hash
              END-IF
           END-IF.

      *    An expired agreement's consumed total goes with it, so
      *    a renewal under the same PO number starts from zero.
       2400-Expire-Blanket-Consumed.
           OPEN OUTPUT BlanketConsNewFile.
           OPEN INPUT BlanketConsFile.
           IF WS-BlanketConsFile-Good
              PERFORM 2410-Expire-One-Consumed
                 UNTIL WS-BlanketConsFile-EOF
           END-IF.
           CLOSE BlanketConsFile BlanketConsNewFile.

       2410-Expire-One-Consumed.
           READ BlanketConsFile
              AT END SET WS-BlanketConsFile-EOF TO TRUE
           END-READ.
           IF WS-BlanketConsFile-Good
              SET WS-Blkt-Not-Expired TO TRUE
              PERFORM VARYING WS-XB-IDX FROM 1 BY 1
                 UNTIL WS-XB-IDX > WS-XB-Cnt
                 IF WS-XB-PO-Number(WS-XB-IDX) = FD-BlktC-PO-Number
                    SET WS-Blkt-Expired TO TRUE
                    SET WS-XB-IDX TO WS-XB-Cnt
                 END-IF
              END-PERFORM
              IF WS-Blkt-Expired
                 ADD +1 TO WS-BlktC-Dropped-Cnt
              ELSE
                 MOVE FD-BlanketCons-Record TO
                    FD-BlanketConsNew-Record
                 WRITE FD-BlanketConsNew-Record
                 IF NOT WS-BlanketConsNewFile-Good
                    MOVE "PSAP003E" TO WS-Msg-Id
                    MOVE "BLANKET-CONSUMED-NEW" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    DISPLAY "File Status: "
                       WS-BlanketConsNewFile-Status
                    MOVE +8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-BlktC-New-Cnt
              END-IF
           END-IF.

       2500-Rebase-Price-History.
           OPEN OUTPUT PriceHistNewFile.
           PERFORM 2510-Rebase-One-Price
              VARYING WS-PH-IDX FROM 1 BY 1
              UNTIL WS-PH-IDX > WS-PH-Cnt.
           CLOSE PriceHistNewFile.

       2510-Rebase-One-Price.
           IF WS-PH-Bought(WS-PH-IDX)
              MOVE WS-PH-Part(WS-PH-IDX) TO FD-PHN-Part
              MOVE WS-PH-Supp(WS-PH-IDX) TO FD-PHN-Supp
              MOVE WS-PH-Price(WS-PH-IDX) TO FD-PHN-Price
              WRITE FD-PriceHistNew-Record
              IF NOT WS-PriceHistNewFile-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "PO-PRICE-HISTORY-NEW" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-PriceHistNewFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Price-New-Cnt
           ELSE
              ADD +1 TO WS-Price-Dropped-Cnt
           END-IF.

       2900-Find-Or-Add-Buyer-Row.
           MOVE ZERO TO WS-Buyer-Match-IDX.
           PERFORM VARYING WS-Buyer-IDX FROM 1 BY 1
              UNTIL WS-Buyer-IDX > WS-Buyer-Cnt
              IF WS-Buyer-Code(WS-Buyer-IDX) = WS-Hold-Buyer
                 SET WS-Buyer-Match-IDX TO WS-Buyer-IDX
                 SET WS-Buyer-IDX TO WS-Buyer-Cnt
              END-IF
           END-PERFORM.
           IF WS-Buyer-Match-IDX = ZERO
              IF WS-Buyer-Cnt >= WS-Buyer-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Buyer-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Buyer-Cnt
              SET WS-Buyer-Match-IDX TO WS-Buyer-Cnt
              MOVE WS-Hold-Buyer TO
                 WS-Buyer-Code(WS-Buyer-Match-IDX)
              MOVE ZERO TO WS-Buyer-Budget(WS-Buyer-Match-IDX)
                 WS-Buyer-Open(WS-Buyer-Match-IDX)
                 WS-Buyer-Carry-Pct(WS-Buyer-Match-IDX)
                 WS-Buyer-Carried(WS-Buyer-Match-IDX)
           END-IF.

       2910-Find-Or-Add-Buyer-Cur.
           MOVE ZERO TO WS-BC-Match-IDX.
           PERFORM VARYING WS-BC-IDX FROM 1 BY 1
              UNTIL WS-BC-IDX > WS-BC-Cnt
              IF WS-BC-Buyer(WS-BC-IDX) = PoOut-BUYER-CODE AND
                 WS-BC-Currency(WS-BC-IDX) = PoOut-CURRENCY-CODE
                 SET WS-BC-Match-IDX TO WS-BC-IDX
                 SET WS-BC-IDX TO WS-BC-Cnt
              END-IF
           END-PERFORM.
           IF WS-BC-Match-IDX = ZERO
              IF WS-BC-Cnt >= WS-BC-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Buyer-Cur-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-BC-Cnt
              SET WS-BC-Match-IDX TO WS-BC-Cnt
              MOVE PoOut-BUYER-CODE TO WS-BC-Buyer(WS-BC-Match-IDX)
              MOVE PoOut-CURRENCY-CODE TO
                 WS-BC-Currency(WS-BC-Match-IDX)
              MOVE ZERO TO WS-BC-PO-Cnt(WS-BC-Match-IDX)
                 WS-BC-Value(WS-BC-Match-IDX)
                 WS-BC-Open-Value(WS-BC-Match-IDX)
           END-IF.

       2920-Find-Or-Add-Supp-Cur.
           MOVE ZERO TO WS-SC-Match-IDX.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
              UNTIL WS-SC-IDX > WS-SC-Cnt
              IF WS-SC-Supplier(WS-SC-IDX) = PoOut-SUPPLIER-CODE AND
                 WS-SC-Currency(WS-SC-IDX) = PoOut-CURRENCY-CODE
                 SET WS-SC-Match-IDX TO WS-SC-IDX
                 SET WS-SC-IDX TO WS-SC-Cnt
              END-IF
           END-PERFORM.
           IF WS-SC-Match-IDX = ZERO
              IF WS-SC-Cnt >= WS-SC-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Supp-Cur-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-SC-Cnt
              SET WS-SC-Match-IDX TO WS-SC-Cnt
              MOVE PoOut-SUPPLIER-CODE TO
                 WS-SC-Supplier(WS-SC-Match-IDX)
              MOVE PoOut-CURRENCY-CODE TO
                 WS-SC-Currency(WS-SC-Match-IDX)
              MOVE ZERO TO WS-SC-PO-Cnt(WS-SC-Match-IDX)
                 WS-SC-Value(WS-SC-Match-IDX)
                 WS-SC-Open-Value(WS-SC-Match-IDX)
           END-IF.

       2930-Find-Or-Add-Cur.
           MOVE ZERO TO WS-Cur-Match-IDX.
           PERFORM VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt
              IF WS-Cur-Code(WS-Cur-IDX) = PoOut-CURRENCY-CODE
                 SET WS-Cur-Match-IDX TO WS-Cur-IDX
                 SET WS-Cur-IDX TO WS-Cur-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cur-Match-IDX = ZERO
              IF WS-Cur-Cnt >= WS-Cur-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Cur-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cur-Cnt
              SET WS-Cur-Match-IDX TO WS-Cur-Cnt
              MOVE PoOut-CURRENCY-CODE TO
                 WS-Cur-Code(WS-Cur-Match-IDX)
              MOVE ZERO TO WS-Cur-PO-Cnt(WS-Cur-Match-IDX)
                 WS-Cur-Value(WS-Cur-Match-IDX)
                 WS-Cur-Open-Value(WS-Cur-Match-IDX)
           END-IF.

       3000-End-Job.
           DISPLAY "YREND: 3000-End-Job".
           CLOSE SnapshotFile.
      *    Control lines for the pairs only this job stages.
           MOVE SPACES TO WS-Ctl-Path.
           MOVE "../data/buyer-budgets-new.dat.txt.ctl" TO
              WS-Ctl-Path.
           MOVE WS-Budget-New-Cnt TO WS-Ctl-Count-Hold.
           MOVE WS-Budget-New-Hash TO WS-Ctl-Hash-Hold.
           PERFORM 3800-Write-Control-Line.
           MOVE SPACES TO WS-Ctl-Path.
           MOVE "../data/buyer-commitments-new.dat.txt.ctl" TO
              WS-Ctl-Path.
           MOVE WS-Commit-New-Cnt TO WS-Ctl-Count-Hold.
           MOVE WS-Commit-New-Hash TO WS-Ctl-Hash-Hold.
           PERFORM 3800-Write-Control-Line.
           MOVE SPACES TO WS-Ctl-Path.
           MOVE "../data/blanket-agreements-new.dat.txt.ctl" TO
              WS-Ctl-Path.
           MOVE WS-Blanket-New-Cnt TO WS-Ctl-Count-Hold.
           MOVE WS-Blanket-New-Hash TO WS-Ctl-Hash-Hold.
           PERFORM 3800-Write-Control-Line.
           PERFORM 3100-Write-Summary.
           DISPLAY "  Yr-End: Fiscal Year:         " WS-Fiscal-Year.
           DISPLAY "  Yr-End: POs On Last Book:    "
              FD-Snapshot-Record-Cnt.
           DISPLAY "  Yr-End: POs Ordered In Year: " WS-Year-PO-Cnt.
           DISPLAY "  Yr-End: Closed POs Skipped:  "
              WS-Closed-Skipped-Cnt.
           DISPLAY "  Yr-End: Budget Rows Closed:  "
              WS-Budget-Closed-Cnt.
           DISPLAY "  Yr-End: Budget Rows Staged:  " WS-Budget-New-Cnt.
           DISPLAY "  Yr-End: Commitments Staged:  " WS-Commit-New-Cnt.
           DISPLAY "  Yr-End: Blankets Expired:    "
              WS-Blkt-Expired-Cnt.
           DISPLAY "  Yr-End: Blankets Staged:     "
              WS-Blanket-New-Cnt.
           DISPLAY "  Yr-End: Consumed Dropped:    "
              WS-BlktC-Dropped-Cnt.
           DISPLAY "  Yr-End: Consumed Staged:     " WS-BlktC-New-Cnt.
           DISPLAY "  Yr-End: Prices Dropped:      "
              WS-Price-Dropped-Cnt.
           DISPLAY "  Yr-End: Prices Staged:       " WS-Price-New-Cnt.

      *    The year-end summary: the POs ordered during the year
      *    by buyer, by supplier and by currency, then the closed
      *    budgets against the commitments carried out of them.
       3100-Write-Summary.
           OPEN OUTPUT SummaryRpt.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "FISCAL YEAR-END SUMMARY -- FY " WS-Fiscal-Year
              "  (" WS-Year-Start-Date " - " WS-Year-End-Date
              ")  LAST PERIOD " WS-Last-Period-Id
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.

           MOVE SPACES TO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE "POS ORDERED IN THE YEAR BY BUYER" TO
              FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "BUYER      CUR      POS    ORDERED VALUE"
              "       OPEN VALUE"
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           PERFORM 3110-Write-One-Buyer-Cur
              VARYING WS-BC-IDX FROM 1 BY 1
              UNTIL WS-BC-IDX > WS-BC-Cnt.

           MOVE SPACES TO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE "POS ORDERED IN THE YEAR BY SUPPLIER" TO
              FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "SUPPLIER   CUR      POS    ORDERED VALUE"
              "       OPEN VALUE"
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           PERFORM 3120-Write-One-Supp-Cur
              VARYING WS-SC-IDX FROM 1 BY 1
              UNTIL WS-SC-IDX > WS-SC-Cnt.

           MOVE SPACES TO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE "POS ORDERED IN THE YEAR BY CURRENCY" TO
              FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "           CUR      POS    ORDERED VALUE"
              "       OPEN VALUE"
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           PERFORM 3130-Write-One-Cur
              VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt.

           MOVE SPACES TO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE "BUDGETS CLOSED AND COMMITMENTS CARRIED FORWARD" TO
              FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "BUYER        YEAR BUDGET   OPEN COMMITTED"
              "  CARRY%  CARRIED FORWARD"
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           PERFORM 3140-Write-One-Buyer-Carry
              VARYING WS-Buyer-IDX FROM 1 BY 1
              UNTIL WS-Buyer-IDX > WS-Buyer-Cnt.

           MOVE SPACES TO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE WS-Blkt-Expired-Cnt TO WS-Count-Edit.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "BLANKET AGREEMENTS EXPIRED WITH THE YEAR: "
              WS-Count-Edit
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE WS-Price-New-Cnt TO WS-Count-Edit.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "PRICE BASELINE PAIRS CARRIED:             "
              WS-Count-Edit
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE WS-Price-Dropped-Cnt TO WS-Count-Edit.
           MOVE SPACES TO FD-SummaryRpt-Record.
           STRING "PRICE BASELINE PAIRS NOT BOUGHT, DROPPED: "
              WS-Count-Edit
              DELIMITED BY SIZE INTO FD-SummaryRpt-Record.
           PERFORM 3900-Write-Report-Line.
           CLOSE SummaryRpt.

       3110-Write-One-Buyer-Cur.
           MOVE SPACES TO FD-SummaryRpt-Record.
           MOVE WS-BC-Buyer(WS-BC-IDX) TO FD-SummaryRpt-Record(1:3).
           MOVE WS-BC-Currency(WS-BC-IDX) TO
              FD-SummaryRpt-Record(12:3).
           MOVE WS-BC-PO-Cnt(WS-BC-IDX) TO WS-Count-Edit.
           MOVE WS-BC-Value(WS-BC-IDX) TO WS-Value-Edit.
           MOVE WS-BC-Open-Value(WS-BC-IDX) TO WS-Open-Edit.
           PERFORM 3150-Place-Tally-Columns.

       3120-Write-One-Supp-Cur.
           MOVE SPACES TO FD-SummaryRpt-Record.
           MOVE WS-SC-Supplier(WS-SC-IDX) TO
              FD-SummaryRpt-Record(1:10).
           MOVE WS-SC-Currency(WS-SC-IDX) TO
              FD-SummaryRpt-Record(12:3).
           MOVE WS-SC-PO-Cnt(WS-SC-IDX) TO WS-Count-Edit.
           MOVE WS-SC-Value(WS-SC-IDX) TO WS-Value-Edit.
           MOVE WS-SC-Open-Value(WS-SC-IDX) TO WS-Open-Edit.
           PERFORM 3150-Place-Tally-Columns.

       3130-Write-One-Cur.
           MOVE SPACES TO FD-SummaryRpt-Record.
           MOVE WS-Cur-Code(WS-Cur-IDX) TO
              FD-SummaryRpt-Record(12:3).
           MOVE WS-Cur-PO-Cnt(WS-Cur-IDX) TO WS-Count-Edit.
           MOVE WS-Cur-Value(WS-Cur-IDX) TO WS-Value-Edit.
           MOVE WS-Cur-Open-Value(WS-Cur-IDX) TO WS-Open-Edit.
           PERFORM 3150-Place-Tally-Columns.

       3140-Write-One-Buyer-Carry.
           MOVE SPACES TO FD-SummaryRpt-Record.
           MOVE WS-Buyer-Code(WS-Buyer-IDX) TO
              FD-SummaryRpt-Record(1:3).
           MOVE WS-Buyer-Budget(WS-Buyer-IDX) TO WS-Budget-Edit.
           MOVE WS-Buyer-Open(WS-Buyer-IDX) TO WS-Open-Edit.
           MOVE WS-Buyer-Carry-Pct(WS-Buyer-IDX) TO WS-Pct-Edit.
           MOVE WS-Buyer-Carried(WS-Buyer-IDX) TO WS-Carried-Edit.
           MOVE WS-Budget-Edit TO FD-SummaryRpt-Record(5:16).
           MOVE WS-Open-Edit TO FD-SummaryRpt-Record(22:16).
           MOVE WS-Pct-Edit TO FD-SummaryRpt-Record(42:3).
           MOVE WS-Carried-Edit TO FD-SummaryRpt-Record(46:16).
           IF WS-Buyer-Budget(WS-Buyer-IDX) = ZERO
              MOVE "(NO BUDGET FOR THE YEAR)" TO
                 FD-SummaryRpt-Record(64:24)
           END-IF.
           PERFORM 3900-Write-Report-Line.

       3150-Place-Tally-Columns.
           MOVE WS-Count-Edit TO FD-SummaryRpt-Record(17:7).
           MOVE WS-Value-Edit TO FD-SummaryRpt-Record(25:16).
           MOVE WS-Open-Edit TO FD-SummaryRpt-Record(42:16).
           PERFORM 3900-Write-Report-Line.

       3800-Write-Control-Line.
           OPEN OUTPUT CtlFile.
           MOVE WS-Ctl-Count-Hold TO FD-Ctl-Count.
           MOVE WS-Ctl-Hash-Hold TO FD-Ctl-Hash.
           WRITE FD-Ctl-Record.
           IF NOT WS-CtlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE WS-Ctl-Path TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-CtlFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE CtlFile.

       3900-Write-Report-Line.
           WRITE FD-SummaryRpt-Record.
           IF WS-SummaryRpt-Good
              ADD +1 TO FD-SummaryRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3900-Write-Report-Line"
              DISPLAY "Write SummaryRpt Failed."
              DISPLAY "File Status: " WS-SummaryRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
