      ***********************************************************
      * Program name:    KPISNAP
      * Original author: David Stagowski
      *
      *    Description: Daily operations KPI snapshot for the
      *       management dashboard.
      *
      *    Each morning somebody opened six reports to see how
      *    the day stood.  Run once per business date (PSAPBDTE
      *    card, else today) after the nightly jobs, this takes
      *    a fixed set of KPIs straight from the files those jobs
      *    leave behind:
      *
      *      POOVRDUE  open POs past delivery -- the OVERDUE
      *                column of POAGING's aging report
      *      POHELD    POs waiting on the hold queue
      *      NOACK855  POs never acknowledged -- EDI855IN's
      *                NO-ACK lines
      *      APUNMTCH  invoices failing the match -- APMATCH's
      *                discrepancy lines (ERS self-billing is
      *                not a failure)
      *      SUSPCNT   entries in error suspense not yet released
      *      SUSPAGE   days the oldest of those has waited
      *      REJRATE   PSAP's reject rate, last run on the date
      *                (PSAPSTAT)
      *
      *    One row per KPI is appended to the KPI history (see
      *    KPIHIST) with the prior business date's value and the
      *    30-day average, and a comma-delimited extract of the
      *    day's rows is rewritten for the dashboard tool.
      *
      *    Thresholds are on ../data/kpi-thresholds.dat.txt, one
      *    line per KPI: the KPI id (1-8) and the high limit
      *    (10-18, two implied decimals).  A value over its limit
      *    is flagged on the history and the extract and raises
      *    PSAP022W; a KPI with no line is never flagged.
      *
      *    A business date already on the history is not taken
      *    again -- the job reports it and writes nothing.  A
      *    source file that is not there leaves its KPIs flagged
      *    as missing rather than as a zero the trend would
      *    believe.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-12 dastagg       Created for the daily KPI
      *                          snapshot
      * 2026-10-13 dastagg       POOUT image 160 for the GL
      *                          distribution lines.
      * 2026-10-15 dastagg       POOUT image 366 for the PO
      *                          delivery-schedule lines.
      * 2026-10-15 dastagg       POOUT image 369 for the PO
      *                          ship-to plant.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KPISNAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT KpiThreshFile
           ASSIGN TO "../data/kpi-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KpiThreshFile-Status.

      *    AgingRpt's own SELECT in POAGING.cbl is the authority.
           SELECT AgingRpt
           ASSIGN TO "../data/po-aging-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AgingRpt-Status.

      *    HoldQueueFile's own SELECT in POCALL.cbl is the
      *    authority.
           SELECT HoldQueueFile
           ASSIGN TO "../data/po-hold-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldQueueFile-Status.

      *    ReconRpt's own SELECT in EDI855IN.cbl is the authority.
           SELECT ReconRpt
           ASSIGN TO "../data/edi855-recon-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReconRpt-Status.

      *    DiscrepRpt's own SELECT in APMATCH.cbl is the authority.
           SELECT DiscrepRpt
           ASSIGN TO "../data/ap-match-discrep-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DiscrepRpt-Status.

      *    The error-suspense cluster SUSPWB works (FCT ERRSUSP),
      *    read end to end in key order.
           SELECT SuspFile
           ASSIGN TO ERRSUSP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS Susp-SUSP-KEY
           FILE STATUS IS WS-SuspFile-Status.

      *    RunStatsFile's own SELECT in PSAP.cbl is the authority.
           SELECT RunStatsFile
           ASSIGN TO PSAPSTAT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RunStatsFile-Status.

           SELECT KpiHistFile
           ASSIGN TO "../data/kpi-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KpiHistFile-Status.

           SELECT DashboardFile
           ASSIGN TO "../data/kpi-dashboard.csv.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DashboardFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  KpiThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-KpiThresh-Record.
           05 FD-KT-Kpi-Id              PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-KT-High-Limit          PIC 9(07)V99.

       FD  AgingRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AgingRpt-Record           PIC X(132).

       FD  HoldQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HoldQueue-Record.
           05 FD-HQ-Held-Date           PIC 9(08).
           05 FD-HQ-Check-Id            PIC X(12).
           05 FD-HQ-Po-Image            PIC X(369).

       FD  ReconRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReconRpt-Record           PIC X(132).

       FD  DiscrepRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DiscrepRpt-Record         PIC X(132).

       FD  SuspFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUSPREC REPLACING ==:tag:== BY ==Susp==.

       FD  RunStatsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RunStats-Record           PIC X(132).

       FD  KpiHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY KPIHIST REPLACING ==:tag:== BY ==Hist==.

       FD  DashboardFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Dashboard-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==KpiThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AgingRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==HoldQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReconRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==DiscrepRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==SuspFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RunStatsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==KpiHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DashboardFile==.

       01  WS-File-Counters.
           12 FD-KpiHist-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Hist-Written-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Dashboard-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Source-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Breach-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Date-Taken-Flag           PIC X VALUE 'N'.
              88 WS-Date-Taken                VALUE 'Y'.
              88 WS-Date-Not-Taken            VALUE 'N'.

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Business-Int              PIC 9(10) VALUE ZERO.
           12 WS-Window-Start-Int          PIC 9(10) VALUE ZERO.
           12 WS-Row-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Find-Kpi-Id               PIC X(08) VALUE SPACES.
           12 WS-Kpi-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Kpi-Match-Sub             PIC S9(4) COMP VALUE ZERO.
           12 WS-Tally                     PIC S9(7) COMP VALUE ZERO.
           12 WS-Oldest-Days               PIC S9(7) COMP VALUE ZERO.
           12 WS-Entry-Days                PIC S9(7) COMP VALUE ZERO.
           12 WS-Rate-Line-Found-Flag      PIC X VALUE 'N'.
              88 WS-Rate-Line-Found           VALUE 'Y'.
           12 WS-Last-Rate                 PIC 9(03)V99 VALUE ZERO.

      *    The KPI registry: id and what it measures, in the order
      *    the history and the extract carry them.
       01  WS-Kpi-Registry-Data.
           12 FILLER PIC X(08) VALUE "POOVRDUE".
           12 FILLER PIC X(40) VALUE
              "OPEN POS PAST DELIVERY DATE".
           12 FILLER PIC X(08) VALUE "POHELD".
           12 FILLER PIC X(40) VALUE
              "POS ON THE HOLD QUEUE".
           12 FILLER PIC X(08) VALUE "NOACK855".
           12 FILLER PIC X(40) VALUE
              "POS NEVER ACKNOWLEDGED BY 855".
           12 FILLER PIC X(08) VALUE "APUNMTCH".
           12 FILLER PIC X(40) VALUE
              "INVOICES FAILING THE MATCH".
           12 FILLER PIC X(08) VALUE "SUSPCNT".
           12 FILLER PIC X(40) VALUE
              "ENTRIES IN ERROR SUSPENSE".
           12 FILLER PIC X(08) VALUE "SUSPAGE".
           12 FILLER PIC X(40) VALUE
              "OLDEST SUSPENSE ENTRY AGE IN DAYS".
           12 FILLER PIC X(08) VALUE "REJRATE".
           12 FILLER PIC X(40) VALUE
              "PSAP REJECT RATE PERCENT".
       01  WS-Kpi-Registry REDEFINES WS-Kpi-Registry-Data.
           12 WS-Kpi-Def OCCURS 7 TIMES.
              15 WS-Def-Id                 PIC X(08).
              15 WS-Def-Desc               PIC X(40).

      *    The day's working figures, one row per registry entry.
       01  WS-Kpi-Storage.
           12 WS-Kpi-Cnt                   PIC S9(4) COMP VALUE +7.
           12 WS-Kpi-Table OCCURS 7 TIMES.
              15 WS-Kpi-Value              PIC 9(07)V99.
              15 WS-Kpi-Missing-Flag       PIC X.
                 88 WS-Kpi-Missing            VALUE 'M'.
              15 WS-Kpi-Limit              PIC 9(07)V99.
              15 WS-Kpi-Limit-Flag         PIC X.
                 88 WS-Kpi-Limit-Set          VALUE 'Y'.
              15 WS-Kpi-Prior-Date         PIC 9(08).
              15 WS-Kpi-Prior-Value        PIC 9(07)V99.
              15 WS-Kpi-Window-Sum         PIC 9(09)V99.
              15 WS-Kpi-Window-Days        PIC 9(03).
              15 WS-Kpi-Average            PIC 9(07)V99.
              15 WS-Kpi-Breach-Flag        PIC X.
                 88 WS-Kpi-Breached           VALUE 'B'.

       01  WS-Report-Edit-Fields.
           12 WS-Value-Edit                PIC Z(6)9.99.
           12 WS-Value-Text REDEFINES WS-Value-Edit
                                           PIC X(10).
           12 WS-Prior-Edit                PIC Z(6)9.99.
           12 WS-Prior-Text REDEFINES WS-Prior-Edit
                                           PIC X(10).
           12 WS-Average-Edit              PIC Z(6)9.99.
           12 WS-Limit-Edit                PIC Z(6)9.99.
           12 WS-Limit-Text REDEFINES WS-Limit-Edit
                                           PIC X(10).
           12 WS-Prior-Date-Edit           PIC X(08) VALUE SPACES.
           12 WS-Dash-Status               PIC X(08) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           IF WS-Date-Not-Taken
              PERFORM 2100-Measure-Po-Overdue
              PERFORM 2200-Measure-Po-Held
              PERFORM 2300-Measure-No-Ack
              PERFORM 2400-Measure-Ap-Unmatched
              PERFORM 2500-Measure-Suspense
              PERFORM 2600-Measure-Reject-Rate
              PERFORM 1100-Open-Outputs
              PERFORM 2700-Record-One-Kpi
                 VARYING WS-Kpi-Sub FROM 1 BY 1
                 UNTIL WS-Kpi-Sub > WS-Kpi-Cnt
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "KPISNAP: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Business-Date.
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
           COMPUTE WS-Window-Start-Int = WS-Business-Int - 29.
           PERFORM 1005-Clear-One-Kpi
              VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > WS-Kpi-Cnt.
           PERFORM 1010-Load-Thresholds.
           PERFORM 1020-Scan-History.
           IF WS-Date-Taken
              DISPLAY "KPISNAP: business date " WS-Business-Date
                 " is already on the KPI history -- not taken again."
           ELSE
              DISPLAY "KPISNAP snapshot for business date "
                 WS-Business-Date
           END-IF.

       1005-Clear-One-Kpi.
           INITIALIZE WS-Kpi-Table(WS-Kpi-Sub).

      *    Read once per run; a missing file leaves every KPI
      *    unflagged, and a line for an id not in the registry is
      *    ignored.
       1010-Load-Thresholds.
           OPEN INPUT KpiThreshFile.
           IF WS-KpiThreshFile-Good
              PERFORM 1015-Load-One-Threshold
                 UNTIL WS-KpiThreshFile-EOF
              CLOSE KpiThreshFile
           END-IF.

       1015-Load-One-Threshold.
           READ KpiThreshFile
              AT END SET WS-KpiThreshFile-EOF TO TRUE
           END-READ.
           IF WS-KpiThreshFile-Good AND
              FD-KT-High-Limit IS NUMERIC
              MOVE FD-KT-Kpi-Id TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              IF WS-Kpi-Match-Sub > ZERO
                 MOVE FD-KT-High-Limit TO
                    WS-Kpi-Limit(WS-Kpi-Match-Sub)
                 SET WS-Kpi-Limit-Set(WS-Kpi-Match-Sub) TO TRUE
              END-IF
           END-IF.

      *    One pass over the history gives each KPI its latest
      *    earlier value and the window sum for the average, and
      *    says whether this date has been taken already.  No
      *    history just means the first run.
       1020-Scan-History.
           OPEN INPUT KpiHistFile.
           IF WS-KpiHistFile-Good
              PERFORM 1025-Scan-One-History-Row
                 UNTIL WS-KpiHistFile-EOF
              CLOSE KpiHistFile
           END-IF.

       1025-Scan-One-History-Row.
           READ KpiHistFile
              AT END SET WS-KpiHistFile-EOF TO TRUE
           END-READ.
           IF WS-KpiHistFile-Good AND
              Hist-BUSINESS-DATE IS NUMERIC
              ADD +1 TO FD-KpiHist-Record-Cnt
              IF Hist-BUSINESS-DATE = WS-Business-Date
                 SET WS-Date-Taken TO TRUE
              END-IF
              MOVE Hist-KPI-ID TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              IF WS-Kpi-Match-Sub > ZERO AND
                 Hist-BUSINESS-DATE < WS-Business-Date AND
                 NOT Hist-SOURCE-MISSING
                 PERFORM 1030-Apply-History-Row
              END-IF
           END-IF.

       1030-Apply-History-Row.
           IF Hist-BUSINESS-DATE >
              WS-Kpi-Prior-Date(WS-Kpi-Match-Sub)
              MOVE Hist-BUSINESS-DATE TO
                 WS-Kpi-Prior-Date(WS-Kpi-Match-Sub)
              MOVE Hist-KPI-VALUE TO
                 WS-Kpi-Prior-Value(WS-Kpi-Match-Sub)
           END-IF.
           COMPUTE WS-Row-Int =
              FUNCTION INTEGER-OF-DATE(Hist-BUSINESS-DATE).
           IF WS-Row-Int >= WS-Window-Start-Int
              ADD Hist-KPI-VALUE TO
                 WS-Kpi-Window-Sum(WS-Kpi-Match-Sub)
              ADD +1 TO WS-Kpi-Window-Days(WS-Kpi-Match-Sub)
           END-IF.

      *    The history is appended to; the extract is the day's
      *    rows only, rewritten every run.
       1100-Open-Outputs.
           OPEN EXTEND KpiHistFile.
           IF NOT WS-KpiHistFile-Good
              OPEN OUTPUT KpiHistFile
           END-IF.
           IF NOT WS-KpiHistFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "kpi-history" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1100-Open-Outputs"
              DISPLAY "File Status: " WS-KpiHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DashboardFile.
           IF NOT WS-DashboardFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "kpi-dashboard" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1100-Open-Outputs"
              DISPLAY "File Status: " WS-DashboardFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO FD-Dashboard-Record.
           STRING "BUSINESS_DATE,KPI,VALUE,PRIOR_DATE,PRIOR_VALUE,"
              "AVG_30D,THRESHOLD,STATUS,DESCRIPTION"
              DELIMITED BY SIZE INTO FD-Dashboard-Record.
           PERFORM 2950-Write-Dashboard-Line.

      *    The aging report's detail line is 3020-Write-Worst-
      *    Remaining-Row's: supplier at 1-10, the OVERDUE count
      *    at 13-19.  The heading line is skipped.
       2100-Measure-Po-Overdue.
           MOVE "POOVRDUE" TO WS-Find-Kpi-Id.
           PERFORM 2900-Find-Kpi.
           MOVE ZERO TO WS-Tally.
           OPEN INPUT AgingRpt.
           IF WS-AgingRpt-Good
              PERFORM 2105-Tally-One-Aging-Line
                 UNTIL WS-AgingRpt-EOF
              CLOSE AgingRpt
              MOVE WS-Tally TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              PERFORM 2800-Source-Missing
           END-IF.

       2105-Tally-One-Aging-Line.
           READ AgingRpt
              AT END SET WS-AgingRpt-EOF TO TRUE
           END-READ.
           IF WS-AgingRpt-Good AND
              FD-AgingRpt-Record(1:8) NOT = "SUPPLIER" AND
              FD-AgingRpt-Record(13:7) NOT = SPACES
              COMPUTE WS-Tally = WS-Tally +
                 FUNCTION NUMVAL(FD-AgingRpt-Record(13:7))
           END-IF.

      *    Every row on the queue is a PO still held; PORELEAS
      *    takes released ones off.
       2200-Measure-Po-Held.
           MOVE "POHELD" TO WS-Find-Kpi-Id.
           PERFORM 2900-Find-Kpi.
           MOVE ZERO TO WS-Tally.
           OPEN INPUT HoldQueueFile.
           IF WS-HoldQueueFile-Good
              PERFORM 2205-Tally-One-Held-Po
                 UNTIL WS-HoldQueueFile-EOF
              CLOSE HoldQueueFile
              MOVE WS-Tally TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              PERFORM 2800-Source-Missing
           END-IF.

       2205-Tally-One-Held-Po.
           READ HoldQueueFile
              AT END SET WS-HoldQueueFile-EOF TO TRUE
           END-READ.
           IF WS-HoldQueueFile-Good
              ADD +1 TO WS-Tally
           END-IF.

      *    3005-Report-Never-Acknowledged's lines start NO-ACK.
       2300-Measure-No-Ack.
           MOVE "NOACK855" TO WS-Find-Kpi-Id.
           PERFORM 2900-Find-Kpi.
           MOVE ZERO TO WS-Tally.
           OPEN INPUT ReconRpt.
           IF WS-ReconRpt-Good
              PERFORM 2305-Tally-One-Recon-Line
                 UNTIL WS-ReconRpt-EOF
              CLOSE ReconRpt
              MOVE WS-Tally TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              PERFORM 2800-Source-Missing
           END-IF.

       2305-Tally-One-Recon-Line.
           READ ReconRpt
              AT END SET WS-ReconRpt-EOF TO TRUE
           END-READ.
           IF WS-ReconRpt-Good AND
              FD-ReconRpt-Record(1:6) = "NO-ACK"
              ADD +1 TO WS-Tally
           END-IF.

      *    2300-Write-Discrepancy-Line writes one line per failed
      *    invoice; ERS self-billed lines are informational.
       2400-Measure-Ap-Unmatched.
           MOVE "APUNMTCH" TO WS-Find-Kpi-Id.
           PERFORM 2900-Find-Kpi.
           MOVE ZERO TO WS-Tally.
           OPEN INPUT DiscrepRpt.
           IF WS-DiscrepRpt-Good
              PERFORM 2405-Tally-One-Discrep-Line
                 UNTIL WS-DiscrepRpt-EOF
              CLOSE DiscrepRpt
              MOVE WS-Tally TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              PERFORM 2800-Source-Missing
           END-IF.

       2405-Tally-One-Discrep-Line.
           READ DiscrepRpt
              AT END SET WS-DiscrepRpt-EOF TO TRUE
           END-READ.
           IF WS-DiscrepRpt-Good AND
              FD-DiscrepRpt-Record NOT = SPACES AND
              FD-DiscrepRpt-Record(1:15) NOT = "ERS SELF-BILLED"
              ADD +1 TO WS-Tally
           END-IF.

      *    An entry released for redrive is off the clerks' desk;
      *    age runs from the first reject.
       2500-Measure-Suspense.
           MOVE ZERO TO WS-Tally WS-Oldest-Days.
           OPEN INPUT SuspFile.
           IF WS-SuspFile-Good
              PERFORM 2505-Tally-One-Susp-Entry
                 UNTIL WS-SuspFile-EOF
              CLOSE SuspFile
              MOVE "SUSPCNT" TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              MOVE WS-Tally TO WS-Kpi-Value(WS-Kpi-Match-Sub)
              MOVE "SUSPAGE" TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              MOVE WS-Oldest-Days TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              MOVE "SUSPCNT" TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              PERFORM 2800-Source-Missing
              MOVE "SUSPAGE" TO WS-Find-Kpi-Id
              PERFORM 2900-Find-Kpi
              PERFORM 2800-Source-Missing
           END-IF.

       2505-Tally-One-Susp-Entry.
           READ SuspFile NEXT RECORD
              AT END SET WS-SuspFile-EOF TO TRUE
           END-READ.
           IF WS-SuspFile-Good AND NOT Susp-RELEASED
              ADD +1 TO WS-Tally
              IF Susp-FIRST-REJECT-DATE IS NUMERIC AND
                 Susp-FIRST-REJECT-DATE > ZERO
                 COMPUTE WS-Entry-Days = WS-Business-Int -
                    FUNCTION INTEGER-OF-DATE(Susp-FIRST-REJECT-DATE)
                 IF WS-Entry-Days > WS-Oldest-Days
                    MOVE WS-Entry-Days TO WS-Oldest-Days
                 END-IF
              END-IF
           END-IF.

      *    3165-Write-Run-Stats's line: business date at 1-8, the
      *    reject rate edit at 47-52.  The last run on the date
      *    counts; a date PSAP has not run on is missing.
       2600-Measure-Reject-Rate.
           MOVE "REJRATE" TO WS-Find-Kpi-Id.
           PERFORM 2900-Find-Kpi.
           OPEN INPUT RunStatsFile.
           IF WS-RunStatsFile-Good
              PERFORM 2605-Scan-One-Stats-Line
                 UNTIL WS-RunStatsFile-EOF
              CLOSE RunStatsFile
           END-IF.
           IF WS-Rate-Line-Found
              MOVE WS-Last-Rate TO WS-Kpi-Value(WS-Kpi-Match-Sub)
           ELSE
              PERFORM 2800-Source-Missing
           END-IF.

       2605-Scan-One-Stats-Line.
           READ RunStatsFile
              AT END SET WS-RunStatsFile-EOF TO TRUE
           END-READ.
           IF WS-RunStatsFile-Good AND
              FD-RunStats-Record(1:8) = WS-Business-Date AND
              FD-RunStats-Record(47:6) NOT = SPACES
              SET WS-Rate-Line-Found TO TRUE
              COMPUTE WS-Last-Rate =
                 FUNCTION NUMVAL(FD-RunStats-Record(47:6))
           END-IF.

       2700-Record-One-Kpi.
           IF NOT WS-Kpi-Missing(WS-Kpi-Sub)
              ADD WS-Kpi-Value(WS-Kpi-Sub) TO
                 WS-Kpi-Window-Sum(WS-Kpi-Sub)
              ADD +1 TO WS-Kpi-Window-Days(WS-Kpi-Sub)
              IF WS-Kpi-Limit-Set(WS-Kpi-Sub) AND
                 WS-Kpi-Value(WS-Kpi-Sub) > WS-Kpi-Limit(WS-Kpi-Sub)
                 SET WS-Kpi-Breached(WS-Kpi-Sub) TO TRUE
              END-IF
           END-IF.
           IF WS-Kpi-Window-Days(WS-Kpi-Sub) > ZERO
              COMPUTE WS-Kpi-Average(WS-Kpi-Sub) ROUNDED =
                 WS-Kpi-Window-Sum(WS-Kpi-Sub) /
                 WS-Kpi-Window-Days(WS-Kpi-Sub)
           END-IF.
           PERFORM 2710-Write-History-Row.
           PERFORM 2720-Write-Dashboard-Row.
           IF WS-Kpi-Breached(WS-Kpi-Sub)
              ADD +1 TO WS-Breach-Cnt
              MOVE WS-Kpi-Value(WS-Kpi-Sub) TO WS-Value-Edit
              MOVE WS-Kpi-Limit(WS-Kpi-Sub) TO WS-Limit-Edit
              MOVE "PSAP022W" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING WS-Def-Id(WS-Kpi-Sub) " " WS-Value-Edit
                 " OVER " WS-Limit-Edit
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +4 TO RETURN-CODE
           END-IF.

       2710-Write-History-Row.
           MOVE SPACES TO Hist-KPI-HIST.
           MOVE WS-Business-Date TO Hist-BUSINESS-DATE.
           MOVE WS-Def-Id(WS-Kpi-Sub) TO Hist-KPI-ID.
           MOVE WS-Kpi-Value(WS-Kpi-Sub) TO Hist-KPI-VALUE.
           MOVE WS-Kpi-Prior-Date(WS-Kpi-Sub) TO Hist-PRIOR-DATE.
           MOVE WS-Kpi-Prior-Value(WS-Kpi-Sub) TO Hist-PRIOR-VALUE.
           MOVE WS-Kpi-Average(WS-Kpi-Sub) TO Hist-AVG-30-VALUE.
           MOVE WS-Kpi-Window-Days(WS-Kpi-Sub) TO Hist-AVG-30-DAYS.
           MOVE WS-Kpi-Limit(WS-Kpi-Sub) TO Hist-THRESHOLD.
           IF WS-Kpi-Breached(WS-Kpi-Sub)
              SET Hist-BREACHED TO TRUE
           END-IF.
           IF WS-Kpi-Missing(WS-Kpi-Sub)
              SET Hist-SOURCE-MISSING TO TRUE
           END-IF.
           WRITE Hist-KPI-HIST.
           IF WS-KpiHistFile-Good
              ADD +1 TO WS-Hist-Written-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "kpi-history" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2710-Write-History-Row"
              DISPLAY "File Status: " WS-KpiHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A KPI with no threshold carries an empty THRESHOLD
      *    column; one with no earlier history an empty prior.
       2720-Write-Dashboard-Row.
           MOVE WS-Kpi-Value(WS-Kpi-Sub) TO WS-Value-Edit.
           MOVE WS-Kpi-Prior-Value(WS-Kpi-Sub) TO WS-Prior-Edit.
           MOVE WS-Kpi-Average(WS-Kpi-Sub) TO WS-Average-Edit.
           MOVE WS-Kpi-Limit(WS-Kpi-Sub) TO WS-Limit-Edit.
           MOVE WS-Kpi-Prior-Date(WS-Kpi-Sub) TO WS-Prior-Date-Edit.
           IF WS-Kpi-Prior-Date(WS-Kpi-Sub) = ZERO
              MOVE SPACES TO WS-Prior-Date-Edit WS-Prior-Text
           END-IF.
           IF NOT WS-Kpi-Limit-Set(WS-Kpi-Sub)
              MOVE SPACES TO WS-Limit-Text
           END-IF.
           EVALUATE TRUE
              WHEN WS-Kpi-Missing(WS-Kpi-Sub)
                 MOVE "NOSOURCE" TO WS-Dash-Status
                 MOVE SPACES TO WS-Value-Text
              WHEN WS-Kpi-Breached(WS-Kpi-Sub)
                 MOVE "BREACH" TO WS-Dash-Status
              WHEN OTHER
                 MOVE "OK" TO WS-Dash-Status
           END-EVALUATE.
           MOVE SPACES TO FD-Dashboard-Record.
           STRING WS-Business-Date DELIMITED BY SIZE
              "," WS-Def-Id(WS-Kpi-Sub) DELIMITED BY SPACE
              "," WS-Value-Text DELIMITED BY SIZE
              "," WS-Prior-Date-Edit DELIMITED BY SPACE
              "," WS-Prior-Text DELIMITED BY SIZE
              "," WS-Average-Edit DELIMITED BY SIZE
              "," WS-Limit-Text DELIMITED BY SIZE
              "," WS-Dash-Status DELIMITED BY SPACE
              "," WS-Def-Desc(WS-Kpi-Sub) DELIMITED BY SIZE
              INTO FD-Dashboard-Record.
           PERFORM 2950-Write-Dashboard-Line.

       2800-Source-Missing.
           SET WS-Kpi-Missing(WS-Kpi-Match-Sub) TO TRUE.
           ADD +1 TO WS-Missing-Source-Cnt.
           DISPLAY "KPISNAP: no source for "
              WS-Def-Id(WS-Kpi-Match-Sub) " -- flagged missing".

       2900-Find-Kpi.
           MOVE ZERO TO WS-Kpi-Match-Sub.
           PERFORM VARYING WS-Kpi-Sub FROM 1 BY 1
              UNTIL WS-Kpi-Sub > WS-Kpi-Cnt
              IF WS-Def-Id(WS-Kpi-Sub) = WS-Find-Kpi-Id
                 MOVE WS-Kpi-Sub TO WS-Kpi-Match-Sub
                 MOVE WS-Kpi-Cnt TO WS-Kpi-Sub
              END-IF
           END-PERFORM.

       2950-Write-Dashboard-Line.
           WRITE FD-Dashboard-Record.
           IF WS-DashboardFile-Good
              ADD +1 TO FD-Dashboard-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "kpi-dashboard" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2950-Write-Dashboard-Line"
              DISPLAY "File Status: " WS-DashboardFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "KPISNAP: 3000-End-Job".
           IF WS-Date-Not-Taken
              CLOSE KpiHistFile DashboardFile
           END-IF.
           DISPLAY "  Kpi-Snap: History Rows Read:  "
              FD-KpiHist-Record-Cnt.
           DISPLAY "  Kpi-Snap: History Rows Added: "
              WS-Hist-Written-Cnt.
           DISPLAY "  Kpi-Snap: Dashboard Lines:    "
              FD-Dashboard-Record-Cnt.
           DISPLAY "  Kpi-Snap: Sources Missing:    "
              WS-Missing-Source-Cnt.
           DISPLAY "  Kpi-Snap: Over Threshold:     "
              WS-Breach-Cnt.
