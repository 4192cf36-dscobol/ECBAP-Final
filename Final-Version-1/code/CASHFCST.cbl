      ***********************************************************
      * Program name:    CASHFCST
      * Original author: David Stagowski
      *
      *    Description: Weekly cash-requirements forecast --
      *       what we will pay suppliers over the next six weeks.
      *
      *    Two kinds of committed outflow, kept apart so treasury
      *    can see how firm each number is:
      *
      *    Approved invoices -- APMATCH's approve-to-pay feed.
      *       Each is due the supplier's TERMS-NET-DAYS after its
      *       invoice date; where DISCOPP's take-discount extract
      *       lists the supplier and currency, and the discount
      *       date hasn't already passed, it is paid at the
      *       discount date less the discount instead.
      *
      *    Expected invoices -- open POs on POOUT (not closed on
      *    the receipts-matching status file) due to deliver
      *    inside the horizon.  The invoice is expected on the
      *    delivery date and paid on the same terms; what the
      *    approved invoices already cover on the PO is netted
      *    off so it isn't counted twice.
      *
      *    Week 1 starts on the run date; anything already past
      *    due falls in week 1, anything paying after week 6 in
      *    the LATER column.  Amounts are bucketed by currency --
      *    never mixed -- with a USD line per section and for the
      *    total at the exchange-rate.dat.txt rates.  A currency
      *    with no rate row is left out of the USD lines and
      *    flagged.
      *
      *    Extract (cash-forecast.dat.txt), one line per section,
      *    currency and week with money in it: section(1) I or P,
      *    currency(3), week(1) 1-6 or 7 for LATER, week start
      *    9(8), amount and USD amount S9(13)V99 sign leading
      *    separate.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-12 dastagg       Created for the cash forecast
      * 2026-10-13 dastagg       Approve-to-pay feed widened to 124
      *                          for the PO's GL distribution.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    APMATCH's SELECT is the authority on the feed.  A
      *    missing file just means nothing approved to pay.
           SELECT ApproveFeedFile
           ASSIGN TO "../data/ap-approve-feed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApproveFeedFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    Per-PO status maintained by RECMATCH.  A missing file
      *    just means receipts matching hasn't run yet -- every
      *    PO is treated as open, same as DISCOPP does.
           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    DISCOPP's SELECT is the authority.  A missing file
      *    just means every invoice is forecast at net terms.
           SELECT DiscTakeFile
           ASSIGN TO "../data/discount-take.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DiscTakeFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

           SELECT ForecastFile
           ASSIGN TO "../data/cash-forecast.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ForecastFile-Status.

           SELECT ForecastRpt
           ASSIGN TO "../data/cash-forecast-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ForecastRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ApproveFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ApproveFeed-Record.
           05 FD-Appr-Invoice           PIC X(10).
           05 FD-Appr-Supplier          PIC X(10).
           05 FD-Appr-PO-Number         PIC X(06).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Currency          PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Amount            PIC X(16).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Inv-Date          PIC X(08).
           05 FILLER                    PIC X(04).
           05 FILLER                    PIC X(64).

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoStatus-Record           PIC X(30).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  DiscTakeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DiscTake-Record.
           05 FD-DiscTake-Supplier      PIC X(10).
           05 FD-DiscTake-Currency      PIC X(03).
           05 FD-DiscTake-Disc-Pct      PIC 9(02)V99.
           05 FD-DiscTake-Disc-Days     PIC 9(03).
           05 FD-DiscTake-Net-Days      PIC 9(03).

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  ForecastFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Forecast-Record.
           05 FD-Fcst-Section           PIC X(01).
           05 FD-Fcst-Currency          PIC X(03).
           05 FD-Fcst-Week              PIC 9(01).
           05 FD-Fcst-Week-Start        PIC 9(08).
           05 FD-Fcst-Amount            PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05 FD-Fcst-Usd-Amount        PIC S9(13)V99
                                        SIGN LEADING SEPARATE.

       FD  ForecastRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ForecastRpt-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ApproveFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==DiscTakeFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ForecastFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ForecastRpt==.

       01  WS-File-Counters.
           12 FD-ApproveFeed-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Forecast-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-ForecastRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Disc-Taken-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-Skipped-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Beyond-Horizon-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Fully-Invoiced-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Expected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Rate-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Date-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Horizon-End-Int           PIC 9(10) VALUE ZERO.
           12 WS-Start-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Disc-Int                  PIC 9(10) VALUE ZERO.
           12 WS-Due-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Due-Date                  PIC 9(08) VALUE ZERO.
           12 WS-Days-Out                  PIC S9(09) VALUE ZERO.
           12 WS-Week-No                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Horizon-Weeks             PIC S9(4) COMP VALUE +6.
           12 WS-Week-Start-Table.
              15 WS-Week-Start-Date        PIC 9(08) OCCURS 7 TIMES.
           12 WS-Week-Sub                  PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Closed-PO-Found-Flag      PIC X.
              88 WS-Closed-PO-Found           VALUE 'Y'.
              88 WS-Closed-PO-Not-Found       VALUE 'N'.
           12 WS-Take-Found-Flag           PIC X.
              88 WS-Take-Found                VALUE 'Y'.
              88 WS-Take-Not-Found            VALUE 'N'.
           12 WS-Disc-Taken-Flag           PIC X.
              88 WS-Disc-Taken                VALUE 'Y'.
              88 WS-Disc-Not-Taken            VALUE 'N'.
           12 WS-Bkt-Found-Flag            PIC X.
              88 WS-Bkt-Found                 VALUE 'Y'.
              88 WS-Bkt-Not-Found             VALUE 'N'.

       01  WS-Closed-PO-Storage.
           12 WS-Closed-PO-Max-Cnt         PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-PO-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-PO-Cnt
              INDEXED BY WS-Closed-PO-IDX.
              15 WS-Closed-PO-Number       PIC X(06).

       01  WS-Take-Storage.
           12 WS-Take-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Take-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Take-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Take-Cnt
              INDEXED BY WS-Take-IDX.
              15 WS-Take-Supplier          PIC X(10).
              15 WS-Take-Currency          PIC X(03).
              15 WS-Take-Disc-Pct          PIC 9(02)V99.
              15 WS-Take-Disc-Days         PIC 9(03).
           12 WS-Hold-Disc-Pct             PIC 9(02)V99 VALUE ZERO.
           12 WS-Hold-Disc-Days            PIC 9(03) VALUE ZERO.

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

      *    What the approved invoices already cover, per PO --
      *    netted off the PO's expected invoice.
       01  WS-Approved-PO-Storage.
           12 WS-Appr-PO-Max-Cnt           PIC S9(4) COMP VALUE +9999.
           12 WS-Appr-PO-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Appr-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Appr-PO-Cnt
              INDEXED BY WS-Appr-PO-IDX.
              15 WS-Appr-PO-Number         PIC X(06).
              15 WS-Appr-PO-Amount         PIC S9(13)V99 COMP-3.
           12 WS-Appr-PO-Found-Flag        PIC X.
              88 WS-Appr-PO-Found             VALUE 'Y'.
              88 WS-Appr-PO-Not-Found         VALUE 'N'.

      *    One row per section and currency, seven week buckets
      *    each -- found-or-add, the SUPPSCOR pattern.
       01  WS-Bucket-Storage.
           12 WS-Bkt-Max-Cnt               PIC S9(4) COMP VALUE +99.
           12 WS-Bkt-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Bkt-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Bkt-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Bkt-Cnt
              INDEXED BY WS-Bkt-IDX.
              15 WS-Bkt-Section            PIC X(01).
              15 WS-Bkt-Currency           PIC X(03).
              15 WS-Bkt-Rate-Flag          PIC X(01).
                 88 WS-Bkt-Has-Rate           VALUE 'Y'.
              15 WS-Bkt-Rate               PIC 9(03)V9(06).
              15 WS-Bkt-Amount             PIC S9(13)V99 COMP-3
                                           OCCURS 7 TIMES.

       01  WS-Usd-Totals.
           12 WS-Usd-Section-Amt           PIC S9(13)V99 COMP-3
                                           OCCURS 7 TIMES.
           12 WS-Usd-Grand-Amt             PIC S9(13)V99 COMP-3
                                           OCCURS 7 TIMES.
           12 WS-Usd-Work                  PIC S9(13)V99 COMP-3
                                           VALUE ZERO.

       01  WS-Hold-Fields.
           12 WS-Hold-Section              PIC X(01).
              88 WS-Section-Invoices          VALUE 'I'.
              88 WS-Section-POs               VALUE 'P'.
           12 WS-Hold-Supplier             PIC X(10).
           12 WS-Hold-Currency             PIC X(03).
           12 WS-Hold-Amount               PIC S9(13)V99 VALUE ZERO.
           12 WS-Hold-Discount             PIC S9(13)V99 VALUE ZERO.
           12 WS-Hold-Start-Date           PIC 9(08) VALUE ZERO.
           12 WS-Hold-Invoice-Date         PIC 9(08) VALUE ZERO.
           12 WS-Hold-Delivery-Date        PIC 9(08) VALUE ZERO.
           12 WS-PO-Skip-Flag              PIC X.
              88 WS-PO-Skipped                VALUE 'Y'.
              88 WS-PO-Not-Skipped            VALUE 'N'.

      *    One-record cache of the last supplier looked up.
       01  WS-Supp-Lookup-Fields.
           12 WS-Last-Supplier             PIC X(10) VALUE LOW-VALUES.
           12 WS-Last-Net-Days             PIC 9(03) VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Amount-Edit               PIC -(12)9.99.
           12 WS-Bucket-Edit               PIC -(10)9.99.
           12 WS-Week-Edit                 PIC 9.
           12 WS-Rpt-Col                   PIC S9(4) COMP VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Forecast-Invoices
              UNTIL WS-ApproveFeedFile-EOF.
           PERFORM 2500-Write-Expected-Heading.
           PERFORM 2600-Forecast-Open-POs UNTIL WS-PoOut-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CASHFCST: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           COMPUTE WS-Horizon-End-Int =
              WS-Today-Int + (WS-Horizon-Weeks * 7) - 1.
           PERFORM 1005-Set-Week-Start
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > 7.
           PERFORM 1010-Load-Closed-PO-Table.
           PERFORM 1020-Load-Take-Table.
           PERFORM 1030-Load-Exch-Rates.
           OPEN INPUT SuppOut.
           OPEN INPUT PoOut.
           OPEN OUTPUT ForecastFile.
           OPEN OUTPUT ForecastRpt.
           PERFORM 1050-Write-Report-Heading.
           OPEN INPUT ApproveFeedFile.
           IF NOT WS-ApproveFeedFile-Good
              SET WS-ApproveFeedFile-EOF TO TRUE
           END-IF.

       1005-Set-Week-Start.
           COMPUTE WS-Start-Int =
              WS-Today-Int + ((WS-Week-Sub - 1) * 7).
           COMPUTE WS-Week-Start-Date(WS-Week-Sub) =
              FUNCTION DATE-OF-INTEGER(WS-Start-Int).

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1015-Load-One-Closed-PO
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1015-Load-One-Closed-PO.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF FD-PoStatus-Record(7:1) = 'C'
                 IF WS-Closed-PO-Cnt >= WS-Closed-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-PO-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-PO-Cnt
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
                 MOVE FD-PoStatus-Record(1:6) TO
                    WS-Closed-PO-Number(WS-Closed-PO-IDX)
              END-IF
           END-IF.

       1020-Load-Take-Table.
           OPEN INPUT DiscTakeFile.
           IF WS-DiscTakeFile-Good
              PERFORM 1025-Load-One-Take
                 UNTIL WS-DiscTakeFile-EOF
              CLOSE DiscTakeFile
           END-IF.

       1025-Load-One-Take.
           READ DiscTakeFile
              AT END SET WS-DiscTakeFile-EOF TO TRUE
           END-READ.
           IF WS-DiscTakeFile-Good
              IF WS-Take-Cnt >= WS-Take-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Take-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Take-Cnt
              SET WS-Take-IDX TO WS-Take-Cnt
              MOVE FD-DiscTake-Supplier TO
                 WS-Take-Supplier(WS-Take-IDX)
              MOVE FD-DiscTake-Currency TO
                 WS-Take-Currency(WS-Take-IDX)
              MOVE FD-DiscTake-Disc-Pct TO
                 WS-Take-Disc-Pct(WS-Take-IDX)
              MOVE FD-DiscTake-Disc-Days TO
                 WS-Take-Disc-Days(WS-Take-IDX)
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
              MOVE FD-ExchRateFile-Record TO WS-Exch-Rate-Rec-Layout
              MOVE WS-ERR-Code TO
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
              MOVE WS-ERR-Rate TO
                 WS-Exch-Rate-Value(WS-Exch-Rate-IDX)
           END-IF.

       1050-Write-Report-Heading.
           MOVE SPACES TO FD-ForecastRpt-Record.
           STRING "CASH REQUIREMENTS FORECAST  RUN " WS-Today-Date
              "  HORIZON 6 WEEKS" DELIMITED BY SIZE
              INTO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           STRING "APPROVED INVOICES BY PAYMENT DATE" DELIMITED BY SIZE
              INTO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           STRING "INVOICE    SUPPLIER   PO     CUR"
              "           AMOUNT  INV-DATE  PAY-DATE  DISC WK"
              DELIMITED BY SIZE INTO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.

       2000-Forecast-Invoices.
           READ ApproveFeedFile
              AT END SET WS-ApproveFeedFile-EOF TO TRUE
           END-READ.
           IF WS-ApproveFeedFile-Good
              ADD +1 TO FD-ApproveFeed-Record-Cnt
              PERFORM 2100-Forecast-One-Invoice
           ELSE
              IF WS-ApproveFeedFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Forecast-Invoices"
                 DISPLAY "Read ApproveFeedFile Failed."
                 DISPLAY "File Status: " WS-ApproveFeedFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    A feed written before the invoice date rode on it has
      *    none -- the terms run from today.
       2100-Forecast-One-Invoice.
           SET WS-Section-Invoices TO TRUE.
           MOVE FD-Appr-Supplier TO WS-Hold-Supplier.
           MOVE FD-Appr-Currency TO WS-Hold-Currency.
           COMPUTE WS-Hold-Amount =
              FUNCTION NUMVAL(FD-Appr-Amount).
           PERFORM 2110-Note-Approved-On-PO.
           IF FD-Appr-Inv-Date IS NUMERIC AND
              FD-Appr-Inv-Date > ZERO
              MOVE FD-Appr-Inv-Date TO WS-Hold-Invoice-Date
           ELSE
              MOVE WS-Today-Date TO WS-Hold-Invoice-Date
           END-IF.
           PERFORM 2200-Set-Payment-Date.
           PERFORM 2300-Add-To-Bucket.
           MOVE WS-Hold-Amount TO WS-Amount-Edit.
           MOVE WS-Week-No TO WS-Week-Edit.
           MOVE SPACES TO FD-ForecastRpt-Record.
           MOVE FD-Appr-Invoice TO FD-ForecastRpt-Record(1:10).
           MOVE FD-Appr-Supplier TO FD-ForecastRpt-Record(12:10).
           MOVE FD-Appr-PO-Number TO FD-ForecastRpt-Record(23:6).
           MOVE FD-Appr-Currency TO FD-ForecastRpt-Record(30:3).
           MOVE WS-Amount-Edit TO FD-ForecastRpt-Record(34:16).
           MOVE WS-Hold-Invoice-Date TO FD-ForecastRpt-Record(52:8).
           MOVE WS-Due-Date TO FD-ForecastRpt-Record(62:8).
           IF WS-Disc-Taken
              MOVE "YES" TO FD-ForecastRpt-Record(72:3)
           END-IF.
           IF WS-Week-No > WS-Horizon-Weeks
              MOVE "LATER" TO FD-ForecastRpt-Record(77:5)
           ELSE
              MOVE WS-Week-Edit TO FD-ForecastRpt-Record(78:1)
           END-IF.
           PERFORM 3900-Write-Report-Line.

       2110-Note-Approved-On-PO.
           SET WS-Appr-PO-Not-Found TO TRUE.
           PERFORM VARYING WS-Appr-PO-IDX FROM 1 BY 1
              UNTIL WS-Appr-PO-IDX > WS-Appr-PO-Cnt
              IF WS-Appr-PO-Number(WS-Appr-PO-IDX) =
                 FD-Appr-PO-Number
                 SET WS-Appr-PO-Found TO TRUE
                 ADD WS-Hold-Amount TO
                    WS-Appr-PO-Amount(WS-Appr-PO-IDX)
                 SET WS-Appr-PO-IDX TO WS-Appr-PO-Cnt
              END-IF
           END-PERFORM.
           IF WS-Appr-PO-Not-Found
              IF WS-Appr-PO-Cnt >= WS-Appr-PO-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Approved-PO-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Appr-PO-Cnt
              SET WS-Appr-PO-IDX TO WS-Appr-PO-Cnt
              MOVE FD-Appr-PO-Number TO
                 WS-Appr-PO-Number(WS-Appr-PO-IDX)
              MOVE WS-Hold-Amount TO
                 WS-Appr-PO-Amount(WS-Appr-PO-IDX)
           END-IF.

      *    Net terms run from the invoice date; a discount on the
      *    take list wins if its date is still ahead of us.  The
      *    week is counted from today, past due landing in week 1.
       2200-Set-Payment-Date.
           PERFORM 2210-Fetch-Supplier-Terms.
           PERFORM 2220-Find-Take-Row.
           SET WS-Disc-Not-Taken TO TRUE.
           COMPUTE WS-Due-Int =
              FUNCTION INTEGER-OF-DATE(WS-Hold-Invoice-Date) +
              WS-Last-Net-Days.
           IF WS-Take-Found
              COMPUTE WS-Disc-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Invoice-Date) +
                 WS-Hold-Disc-Days
              IF WS-Disc-Int >= WS-Today-Int
                 SET WS-Disc-Taken TO TRUE
                 ADD +1 TO WS-Disc-Taken-Cnt
                 MOVE WS-Disc-Int TO WS-Due-Int
                 COMPUTE WS-Hold-Discount ROUNDED =
                    WS-Hold-Amount * WS-Hold-Disc-Pct / 100
                 SUBTRACT WS-Hold-Discount FROM WS-Hold-Amount
              END-IF
           END-IF.
           COMPUTE WS-Due-Date = FUNCTION DATE-OF-INTEGER(WS-Due-Int).
           COMPUTE WS-Days-Out = WS-Due-Int - WS-Today-Int.
           IF WS-Days-Out < ZERO
              MOVE ZERO TO WS-Days-Out
           END-IF.
           COMPUTE WS-Week-No = (WS-Days-Out / 7) + 1.
           IF WS-Week-No > WS-Horizon-Weeks
              MOVE 7 TO WS-Week-No
              ADD +1 TO WS-Beyond-Horizon-Cnt
           END-IF.

      *    A supplier not on SUPPOUT, or with no terms, is paid
      *    on the invoice date.
       2210-Fetch-Supplier-Terms.
           IF WS-Hold-Supplier NOT = WS-Last-Supplier
              MOVE WS-Hold-Supplier TO WS-Last-Supplier
              MOVE WS-Hold-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    MOVE ZERO TO WS-Last-Net-Days
                 NOT INVALID KEY
                    IF SuppOut-TERMS-NET-DAYS IS NUMERIC
                       MOVE SuppOut-TERMS-NET-DAYS TO
                          WS-Last-Net-Days
                    ELSE
                       MOVE ZERO TO WS-Last-Net-Days
                    END-IF
              END-READ
           END-IF.

       2220-Find-Take-Row.
           SET WS-Take-Not-Found TO TRUE.
           PERFORM VARYING WS-Take-IDX FROM 1 BY 1
              UNTIL WS-Take-IDX > WS-Take-Cnt
              IF WS-Take-Supplier(WS-Take-IDX) = WS-Hold-Supplier AND
                 WS-Take-Currency(WS-Take-IDX) = WS-Hold-Currency
                 SET WS-Take-Found TO TRUE
                 MOVE WS-Take-Disc-Pct(WS-Take-IDX) TO
                    WS-Hold-Disc-Pct
                 MOVE WS-Take-Disc-Days(WS-Take-IDX) TO
                    WS-Hold-Disc-Days
                 SET WS-Take-IDX TO WS-Take-Cnt
              END-IF
           END-PERFORM.

       2300-Add-To-Bucket.
           SET WS-Bkt-Not-Found TO TRUE.
           MOVE ZERO TO WS-Bkt-Match-IDX.
           PERFORM VARYING WS-Bkt-IDX FROM 1 BY 1
              UNTIL WS-Bkt-IDX > WS-Bkt-Cnt
              IF WS-Bkt-Section(WS-Bkt-IDX) = WS-Hold-Section AND
                 WS-Bkt-Currency(WS-Bkt-IDX) = WS-Hold-Currency
                 SET WS-Bkt-Found TO TRUE
                 SET WS-Bkt-Match-IDX TO WS-Bkt-IDX
                 SET WS-Bkt-IDX TO WS-Bkt-Cnt
              END-IF
           END-PERFORM.
           IF WS-Bkt-Not-Found
              IF WS-Bkt-Cnt >= WS-Bkt-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Bucket-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Bkt-Cnt
              SET WS-Bkt-Match-IDX TO WS-Bkt-Cnt
              MOVE WS-Hold-Section TO
                 WS-Bkt-Section(WS-Bkt-Match-IDX)
              MOVE WS-Hold-Currency TO
                 WS-Bkt-Currency(WS-Bkt-Match-IDX)
              PERFORM 2310-Clear-One-Bucket
                 VARYING WS-Week-Sub FROM 1 BY 1
                 UNTIL WS-Week-Sub > 7
              PERFORM 2320-Find-Current-Rate
              IF WS-Exch-Rate-Found
                 MOVE 'Y' TO WS-Bkt-Rate-Flag(WS-Bkt-Match-IDX)
                 MOVE WS-Exch-Rate-Hold TO
                    WS-Bkt-Rate(WS-Bkt-Match-IDX)
              ELSE
                 MOVE 'N' TO WS-Bkt-Rate-Flag(WS-Bkt-Match-IDX)
                 MOVE ZERO TO WS-Bkt-Rate(WS-Bkt-Match-IDX)
                 ADD +1 TO WS-Missing-Rate-Cnt
              END-IF
           END-IF.
           ADD WS-Hold-Amount TO
              WS-Bkt-Amount(WS-Bkt-Match-IDX, WS-Week-No).

       2310-Clear-One-Bucket.
           MOVE ZERO TO WS-Bkt-Amount(WS-Bkt-Match-IDX, WS-Week-Sub).

      *    US dollars need no rate row to convert one for one --
      *    the 6140-Convert-Value-To-USD stance in POCALL.
       2320-Find-Current-Rate.
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

       2500-Write-Expected-Heading.
           CLOSE ApproveFeedFile.
           MOVE SPACES TO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           STRING "EXPECTED INVOICES ON OPEN POS DELIVERING IN THE"
              " HORIZON" DELIMITED BY SIZE
              INTO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           STRING "PO         SUPPLIER          CUR"
              "           AMOUNT  DELIVERY  PAY-DATE  DISC WK"
              DELIMITED BY SIZE INTO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.

       2600-Forecast-Open-POs.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2650-Check-PO-Closed
                 IF WS-Closed-PO-Found
                    ADD +1 TO WS-Closed-Skipped-Cnt
                 ELSE
                    PERFORM 2700-Forecast-One-PO
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2600-Forecast-Open-POs"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2650-Check-PO-Closed.
           SET WS-Closed-PO-Not-Found TO TRUE.
           PERFORM VARYING WS-Closed-PO-IDX FROM 1 BY 1
              UNTIL WS-Closed-PO-IDX > WS-Closed-PO-Cnt
              IF WS-Closed-PO-Number(WS-Closed-PO-IDX) =
                 PoOut-PO-NUMBER
                 SET WS-Closed-PO-Found TO TRUE
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
              END-IF
           END-PERFORM.

      *    Only POs delivering inside the horizon are expected to
      *    be invoiced in it -- and only what isn't already on an
      *    approved invoice.
       2700-Forecast-One-PO.
           SET WS-PO-Not-Skipped TO TRUE.
           IF PoOut-DELIVERY-DATE IS NUMERIC
              MOVE PoOut-DELIVERY-DATE TO WS-Hold-Delivery-Date
              IF FUNCTION INTEGER-OF-DATE(WS-Hold-Delivery-Date) >
                 WS-Horizon-End-Int
                 SET WS-PO-Skipped TO TRUE
              END-IF
           ELSE
              SET WS-PO-Skipped TO TRUE
           END-IF.
           IF WS-PO-Not-Skipped
              MOVE PoOut-EXTENDED-VALUE TO WS-Hold-Amount
              PERFORM 2710-Net-Approved-Off-PO
              IF WS-Hold-Amount NOT > ZERO
                 ADD +1 TO WS-Fully-Invoiced-Cnt
              ELSE
                 PERFORM 2720-Forecast-Expected-Invoice
              END-IF
           END-IF.

       2710-Net-Approved-Off-PO.
           PERFORM VARYING WS-Appr-PO-IDX FROM 1 BY 1
              UNTIL WS-Appr-PO-IDX > WS-Appr-PO-Cnt
              IF WS-Appr-PO-Number(WS-Appr-PO-IDX) =
                 PoOut-PO-NUMBER
                 SUBTRACT WS-Appr-PO-Amount(WS-Appr-PO-IDX) FROM
                    WS-Hold-Amount
                 SET WS-Appr-PO-IDX TO WS-Appr-PO-Cnt
              END-IF
           END-PERFORM.

       2720-Forecast-Expected-Invoice.
           ADD +1 TO WS-Expected-Cnt.
           SET WS-Section-POs TO TRUE.
           MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier.
           MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency.
           MOVE WS-Hold-Delivery-Date TO WS-Hold-Invoice-Date.
           PERFORM 2200-Set-Payment-Date.
           PERFORM 2300-Add-To-Bucket.
           MOVE WS-Hold-Amount TO WS-Amount-Edit.
           MOVE WS-Week-No TO WS-Week-Edit.
           MOVE SPACES TO FD-ForecastRpt-Record.
           MOVE PoOut-PO-NUMBER TO FD-ForecastRpt-Record(1:6).
           MOVE PoOut-SUPPLIER-CODE TO FD-ForecastRpt-Record(12:10).
           MOVE PoOut-CURRENCY-CODE TO FD-ForecastRpt-Record(30:3).
           MOVE WS-Amount-Edit TO FD-ForecastRpt-Record(34:16).
           MOVE PoOut-DELIVERY-DATE TO FD-ForecastRpt-Record(52:8).
           MOVE WS-Due-Date TO FD-ForecastRpt-Record(62:8).
           IF WS-Disc-Taken
              MOVE "YES" TO FD-ForecastRpt-Record(72:3)
           END-IF.
           IF WS-Week-No > WS-Horizon-Weeks
              MOVE "LATER" TO FD-ForecastRpt-Record(77:5)
           ELSE
              MOVE WS-Week-Edit TO FD-ForecastRpt-Record(78:1)
           END-IF.
           PERFORM 3900-Write-Report-Line.

       3000-End-Job.
           DISPLAY "CASHFCST: 3000-End-Job".
           CLOSE PoOut SuppOut.
           PERFORM 3010-Write-Week-Summary.
           CLOSE ForecastFile ForecastRpt.
           DISPLAY "  Cash-Fcst: Invoices Read:     "
              FD-ApproveFeed-Record-Cnt.
           DISPLAY "  Cash-Fcst: Discounts Taken:   "
              WS-Disc-Taken-Cnt.
           DISPLAY "  Cash-Fcst: POs Read:          "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Cash-Fcst: Closed Skipped:    "
              WS-Closed-Skipped-Cnt.
           DISPLAY "  Cash-Fcst: Fully Invoiced:    "
              WS-Fully-Invoiced-Cnt.
           DISPLAY "  Cash-Fcst: Expected Invoices: "
              WS-Expected-Cnt.
           DISPLAY "  Cash-Fcst: Paying After Wk 6: "
              WS-Beyond-Horizon-Cnt.
           DISPLAY "  Cash-Fcst: Currencies No Rate:"
              WS-Missing-Rate-Cnt.
           DISPLAY "  Cash-Fcst: Extract Written:   "
              FD-Forecast-Record-Cnt.

      *    Weeks across, currencies down -- approved invoices
      *    first, then expected, each with its USD line, then the
      *    USD total of both.
       3010-Write-Week-Summary.
           MOVE SPACES TO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           MOVE "WEEK STARTING" TO FD-ForecastRpt-Record(1:13).
           MOVE 19 TO WS-Rpt-Col.
           PERFORM 3015-Place-Week-Heading
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > WS-Horizon-Weeks.
           MOVE "LATER" TO FD-ForecastRpt-Record(118:5).
           PERFORM 3900-Write-Report-Line.
           PERFORM 3090-Clear-Grand-Week
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > 7.
           SET WS-Section-Invoices TO TRUE.
           PERFORM 3020-Write-Section-Summary.
           SET WS-Section-POs TO TRUE.
           PERFORM 3020-Write-Section-Summary.
           MOVE SPACES TO FD-ForecastRpt-Record.
           MOVE "TOTAL USD" TO FD-ForecastRpt-Record(1:9).
           MOVE 13 TO WS-Rpt-Col.
           PERFORM 3070-Place-Grand-Week
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > 7.
           PERFORM 3900-Write-Report-Line.
           IF WS-Missing-Rate-Cnt > ZERO
              MOVE SPACES TO FD-ForecastRpt-Record
              STRING "* CURRENCY WITH NO RATE ON FILE -- LEFT OUT OF"
                 " THE USD LINES" DELIMITED BY SIZE
                 INTO FD-ForecastRpt-Record
              PERFORM 3900-Write-Report-Line
           END-IF.

       3015-Place-Week-Heading.
           MOVE WS-Week-Start-Date(WS-Week-Sub) TO
              FD-ForecastRpt-Record(WS-Rpt-Col:8).
           ADD 16 TO WS-Rpt-Col.

       3020-Write-Section-Summary.
           MOVE SPACES TO FD-ForecastRpt-Record.
           PERFORM 3900-Write-Report-Line.
           MOVE SPACES TO FD-ForecastRpt-Record.
           IF WS-Section-Invoices
              MOVE "APPROVED INVOICES" TO FD-ForecastRpt-Record
           ELSE
              MOVE "EXPECTED INVOICES" TO FD-ForecastRpt-Record
           END-IF.
           PERFORM 3900-Write-Report-Line.
           PERFORM 3080-Clear-Section-Week
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > 7.
           PERFORM 3030-Write-One-Currency
              VARYING WS-Bkt-IDX FROM 1 BY 1
              UNTIL WS-Bkt-IDX > WS-Bkt-Cnt.
           MOVE SPACES TO FD-ForecastRpt-Record.
           MOVE "  USD" TO FD-ForecastRpt-Record(1:5).
           MOVE 13 TO WS-Rpt-Col.
           PERFORM 3060-Place-Section-Week
              VARYING WS-Week-Sub FROM 1 BY 1
              UNTIL WS-Week-Sub > 7.
           PERFORM 3900-Write-Report-Line.

       3030-Write-One-Currency.
           IF WS-Bkt-Section(WS-Bkt-IDX) = WS-Hold-Section
              MOVE SPACES TO FD-ForecastRpt-Record
              MOVE WS-Bkt-Currency(WS-Bkt-IDX) TO
                 FD-ForecastRpt-Record(3:3)
              IF NOT WS-Bkt-Has-Rate(WS-Bkt-IDX)
                 MOVE "*" TO FD-ForecastRpt-Record(6:1)
              END-IF
              MOVE 13 TO WS-Rpt-Col
              PERFORM 3040-Place-Currency-Week
                 VARYING WS-Week-Sub FROM 1 BY 1
                 UNTIL WS-Week-Sub > 7
              PERFORM 3900-Write-Report-Line
           END-IF.

       3040-Place-Currency-Week.
           MOVE WS-Bkt-Amount(WS-Bkt-IDX, WS-Week-Sub) TO
              WS-Bucket-Edit.
           MOVE WS-Bucket-Edit TO FD-ForecastRpt-Record(WS-Rpt-Col:14).
           ADD 16 TO WS-Rpt-Col.
           IF WS-Bkt-Has-Rate(WS-Bkt-IDX)
              COMPUTE WS-Usd-Work ROUNDED =
                 WS-Bkt-Amount(WS-Bkt-IDX, WS-Week-Sub) *
                 WS-Bkt-Rate(WS-Bkt-IDX)
              ADD WS-Usd-Work TO WS-Usd-Section-Amt(WS-Week-Sub)
                                 WS-Usd-Grand-Amt(WS-Week-Sub)
           ELSE
              MOVE ZERO TO WS-Usd-Work
           END-IF.
           IF WS-Bkt-Amount(WS-Bkt-IDX, WS-Week-Sub) NOT = ZERO
              PERFORM 3050-Write-Extract-Record
           END-IF.

       3050-Write-Extract-Record.
           MOVE WS-Bkt-Section(WS-Bkt-IDX) TO FD-Fcst-Section.
           MOVE WS-Bkt-Currency(WS-Bkt-IDX) TO FD-Fcst-Currency.
           MOVE WS-Week-Sub TO FD-Fcst-Week.
           MOVE WS-Week-Start-Date(WS-Week-Sub) TO
              FD-Fcst-Week-Start.
           MOVE WS-Bkt-Amount(WS-Bkt-IDX, WS-Week-Sub) TO
              FD-Fcst-Amount.
           MOVE WS-Usd-Work TO FD-Fcst-Usd-Amount.
           WRITE FD-Forecast-Record.
           IF WS-ForecastFile-Good
              ADD +1 TO FD-Forecast-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3050-Write-Extract-Record"
              DISPLAY "Write ForecastFile Failed."
              DISPLAY "File Status: " WS-ForecastFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3060-Place-Section-Week.
           MOVE WS-Usd-Section-Amt(WS-Week-Sub) TO WS-Bucket-Edit.
           MOVE WS-Bucket-Edit TO FD-ForecastRpt-Record(WS-Rpt-Col:14).
           ADD 16 TO WS-Rpt-Col.

       3070-Place-Grand-Week.
           MOVE WS-Usd-Grand-Amt(WS-Week-Sub) TO WS-Bucket-Edit.
           MOVE WS-Bucket-Edit TO FD-ForecastRpt-Record(WS-Rpt-Col:14).
           ADD 16 TO WS-Rpt-Col.

       3080-Clear-Section-Week.
           MOVE ZERO TO WS-Usd-Section-Amt(WS-Week-Sub).

       3090-Clear-Grand-Week.
           MOVE ZERO TO WS-Usd-Grand-Amt(WS-Week-Sub).

       3900-Write-Report-Line.
           WRITE FD-ForecastRpt-Record.
           IF WS-ForecastRpt-Good
              ADD +1 TO FD-ForecastRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3900-Write-Report-Line"
              DISPLAY "Write ForecastRpt Failed."
              DISPLAY "File Status: " WS-ForecastRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
