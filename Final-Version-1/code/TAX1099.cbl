      ***********************************************************
      * Program name:    TAX1099
      * Original author: David Stagowski
      *
      *    Description: Calendar-year 1099 extract and exception
      *       list.
      *
      *    Totals the year's payments per supplier from the
      *    payment history PAYHIST posts out of the approve-to-
      *    pay feed -- each supplier and invoice counted once,
      *    however many cycles posted it, dated by its invoice
      *    date (the posting date where the feed carried none),
      *    restated in USD through exchange-rate.dat.txt.  A
      *    payment in a currency with no rate is listed on SYSOUT,
      *    counted, and left out.
      *
      *    The tax year is the four digits staged on
      *    ../data/tax-year.dat.txt, else the year before the
      *    business date (PSAPBDTE card, else today) while that
      *    falls in January-March -- filing season -- and the
      *    business date's own year after.
      *
      *    The reporting threshold comes from
      *    ../data/tax1099-control.dat.txt -- general threshold
      *    9(7)V99 then the royalties (box M2) threshold 9(7)V99;
      *    a missing file or a zero field means 600.00 and 10.00.
      *
      *    Each supplier paid in the year is looked up on SUPPOUT
      *    for the tax segment SUPPCALL carried there:
      *
      *       tax1099-extract.dat.txt        one row per 1099-
      *                                      reportable supplier
      *                                      paid at or over its
      *                                      threshold, remit
      *                                      address from addrout
      *       tax1099-exceptions-rpt.dat.txt reportable suppliers
      *                                      with no TIN or no W-9
      *                                      on file, then every
      *                                      supplier paid at or
      *                                      over the threshold
      *                                      and what became of
      *                                      it -- extracted,
      *                                      exempt, 1099 status
      *                                      never set, or not on
      *                                      the supplier master
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-04 dastagg       Created for year-end 1099
      *                          reporting
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX1099.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PAYHIST's SELECT is the authority -- posting date + the
      *    approve-to-pay feed image.
           SELECT PayHistFile
           ASSIGN TO "../data/ap-payment-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PayHistFile-Status.

           SELECT TaxYearFile
           ASSIGN TO "../data/tax-year.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxYearFile-Status.

           SELECT TaxCtlFile
           ASSIGN TO "../data/tax1099-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TaxCtlFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority
      *    on this file's physical format -- read by key here.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    AddrOut's own SELECT in ADDRCALL.cbl is the authority
      *    -- the remit address is one START away.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

           SELECT ExtractFile
           ASSIGN TO "../data/tax1099-extract.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExtractFile-Status.

           SELECT ExceptRpt
           ASSIGN TO "../data/tax1099-exceptions-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ExceptRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PayHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PayHist-Record.
           05 FD-Hist-Posted            PIC X(08).
           05 FD-Hist-Invoice           PIC X(10).
           05 FD-Hist-Supplier          PIC X(10).
           05 FD-Hist-PO-Number         PIC X(06).
           05 FILLER                    PIC X(01).
           05 FD-Hist-Currency          PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-Hist-Amount            PIC X(16).
           05 FILLER                    PIC X(01).
           05 FD-Hist-Inv-Date          PIC X(08).
           05 FILLER                    PIC X(04).

       FD  TaxYearFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-TaxYear-Record            PIC X(04).

       FD  TaxCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-TaxCtl-Record.
           05 FD-Ctl-Threshold          PIC 9(07)V99.
           05 FD-Ctl-Royalty-Threshold  PIC 9(07)V99.

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

      *    Form NEC for box N1, MISC for the M boxes.
       FD  ExtractFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Extract-Record.
           05 FD-Ext-Tax-Year           PIC 9(04).
           05 FD-Ext-Supplier           PIC X(10).
           05 FD-Ext-Tin-Type           PIC X(01).
           05 FD-Ext-Tin                PIC X(09).
           05 FD-Ext-Name               PIC X(15).
           05 FD-Ext-Address            PIC X(15).
           05 FD-Ext-City               PIC X(15).
           05 FD-Ext-State              PIC X(02).
           05 FD-Ext-Zip                PIC X(10).
           05 FD-Ext-Form               PIC X(04).
           05 FD-Ext-Box                PIC X(02).
           05 FD-Ext-Amount             PIC 9(11)V99.
           05 FD-Ext-W9-Date            PIC 9(08).

       FD  ExceptRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExceptRpt-Record          PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PayHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxYearFile==.
           COPY WSFST REPLACING ==:tag:== BY ==TaxCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ExtractFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExceptRpt==.

       01  WS-Run-Counters.
           12 FD-PayHist-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Year-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Dup-Posting-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Rate-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Extract-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Tin-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-W9-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Over-Threshold-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Business-Date-Parts REDEFINES WS-Business-Date.
              15 WS-Business-Year          PIC 9(04).
              15 WS-Business-Month         PIC 9(02).
              15 WS-Business-Day           PIC 9(02).
           12 WS-Tax-Year                  PIC 9(04) VALUE ZERO.
           12 WS-Threshold                 PIC 9(07)V99 VALUE 600.
           12 WS-Royalty-Threshold         PIC 9(07)V99 VALUE 10.
           12 WS-AddrOut-Open-Flag         PIC X VALUE 'N'.
              88 WS-AddrOut-Open              VALUE 'Y'.

      *    Every supplier + invoice already counted, so a cycle
      *    PAYHIST posted twice is still paid once.
       01  WS-Seen-Storage.
           12 WS-Seen-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Seen-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Seen-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Seen-Cnt
              INDEXED BY WS-Seen-IDX.
              15 WS-Seen-Supplier          PIC X(10).
              15 WS-Seen-Invoice           PIC X(10).
           12 WS-Seen-Found-Flag           PIC X.
              88 WS-Seen-Found                VALUE 'Y'.
              88 WS-Seen-Not-Found            VALUE 'N'.

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

      *    One row per supplier paid in the tax year, with what
      *    SUPPOUT says about its tax status.
       01  WS-Payee-Storage.
           12 WS-Payee-Max-Cnt             PIC S9(4) COMP VALUE +999.
           12 WS-Payee-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Payee-Match-IDX           PIC S9(4) COMP VALUE ZERO.
           12 WS-Payee-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Payee-Cnt
              INDEXED BY WS-Payee-IDX.
              15 WS-Payee-Code             PIC X(10).
              15 WS-Payee-Usd              PIC S9(13)V99 COMP-3.
              15 WS-Payee-Inv-Cnt          PIC S9(4) COMP.
              15 WS-Payee-Name             PIC X(15).
              15 WS-Payee-1099-Flag        PIC X(01).
                 88 WS-Payee-Reportable       VALUE 'Y'.
              15 WS-Payee-1099-Box         PIC X(02).
              15 WS-Payee-Master-Flag      PIC X(01).
                 88 WS-Payee-On-Master        VALUE 'Y'.
              15 WS-Payee-Tin-Flag         PIC X(01).
                 88 WS-Payee-Tin-Missing      VALUE 'Y'.
              15 WS-Payee-W9-Flag          PIC X(01).
                 88 WS-Payee-W9-Missing       VALUE 'Y'.
              15 WS-Payee-Over-Flag        PIC X(01).
                 88 WS-Payee-Over-Threshold   VALUE 'Y'.
              15 WS-Payee-Disposition      PIC X(24).

       01  WS-Tax-Work.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Invoice              PIC X(10) VALUE SPACES.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Pay-Date             PIC X(08) VALUE SPACES.
           12 WS-Hold-Amount               PIC S9(13)V99 VALUE ZERO.
           12 WS-Usd-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Hold-Threshold            PIC 9(07)V99 VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Value-Edit                PIC -(13)9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Threshold-Edit            PIC Z(6)9.99.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Take-One-Payment UNTIL WS-PayHistFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "TAX1099: 1000-Begin-Job".
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
           PERFORM 1010-Set-Tax-Year.
           PERFORM 1020-Load-Thresholds.
           DISPLAY "TAX1099 tax year " WS-Tax-Year.
           PERFORM 1030-Load-Exch-Rates.
      *    No history yet just means nothing paid to report.
           OPEN INPUT PayHistFile.
           IF NOT WS-PayHistFile-Good
              SET WS-PayHistFile-EOF TO TRUE
           END-IF.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SUPPOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-SuppOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT AddrOut.
           IF WS-AddrOut-Good
              SET WS-AddrOut-Open TO TRUE
           END-IF.
           OPEN OUTPUT ExtractFile.
           IF NOT WS-ExtractFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "tax1099-extract" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-ExtractFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ExceptRpt.
           IF NOT WS-ExceptRpt-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "tax1099-exceptions-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-ExceptRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A staged year wins; otherwise last year through filing
      *    season, this year after it.
       1010-Set-Tax-Year.
           MOVE ZERO TO WS-Tax-Year.
           OPEN INPUT TaxYearFile.
           IF WS-TaxYearFile-Good
              READ TaxYearFile
              IF WS-TaxYearFile-Good AND
                 FD-TaxYear-Record IS NUMERIC
                 MOVE FD-TaxYear-Record TO WS-Tax-Year
              END-IF
           END-IF.
           CLOSE TaxYearFile.
           IF WS-Tax-Year = ZERO
              IF WS-Business-Month <= 3
                 COMPUTE WS-Tax-Year = WS-Business-Year - 1
              ELSE
                 MOVE WS-Business-Year TO WS-Tax-Year
              END-IF
           END-IF.

       1020-Load-Thresholds.
           OPEN INPUT TaxCtlFile.
           IF WS-TaxCtlFile-Good
              READ TaxCtlFile
              IF WS-TaxCtlFile-Good
                 IF FD-Ctl-Threshold IS NUMERIC AND
                    FD-Ctl-Threshold > ZERO
                    MOVE FD-Ctl-Threshold TO WS-Threshold
                 END-IF
                 IF FD-Ctl-Royalty-Threshold IS NUMERIC AND
                    FD-Ctl-Royalty-Threshold > ZERO
                    MOVE FD-Ctl-Royalty-Threshold TO
                       WS-Royalty-Threshold
                 END-IF
              END-IF
           END-IF.
           CLOSE TaxCtlFile.

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

       2000-Take-One-Payment.
           READ PayHistFile
              AT END SET WS-PayHistFile-EOF TO TRUE
           END-READ.
           IF WS-PayHistFile-Good
              ADD +1 TO FD-PayHist-Record-Cnt
              PERFORM 2100-Take-One-Payment
           ELSE
              IF WS-PayHistFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "ap-payment-history" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Take-One-Payment"
                 DISPLAY "File Status: " WS-PayHistFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    A feed written before the invoice date rode on it has
      *    none -- the date PAYHIST posted it stands in.
       2100-Take-One-Payment.
           IF FD-Hist-Inv-Date IS NUMERIC AND
              FD-Hist-Inv-Date > ZERO
              MOVE FD-Hist-Inv-Date TO WS-Hold-Pay-Date
           ELSE
              MOVE FD-Hist-Posted TO WS-Hold-Pay-Date
           END-IF.
           IF WS-Hold-Pay-Date(1:4) = WS-Tax-Year
              MOVE FD-Hist-Supplier TO WS-Hold-Supplier
              MOVE FD-Hist-Invoice TO WS-Hold-Invoice
              PERFORM 2110-Check-Seen
              IF WS-Seen-Found
                 ADD +1 TO WS-Dup-Posting-Cnt
              ELSE
                 ADD +1 TO WS-In-Year-Cnt
                 MOVE FD-Hist-Currency TO WS-Hold-Currency
                 COMPUTE WS-Hold-Amount =
                    FUNCTION NUMVAL(FD-Hist-Amount)
                 PERFORM 2200-Convert-To-USD
                 IF WS-Exch-Rate-Not-Found
                    ADD +1 TO WS-No-Rate-Cnt
                    DISPLAY "TAX1099: INVOICE " WS-Hold-Invoice
                       " NO EXCHANGE RATE FOR " WS-Hold-Currency
                       " -- NOT REPORTED"
                 ELSE
                    COMPUTE WS-Usd-Value ROUNDED =
                       WS-Hold-Amount * WS-Exch-Rate-Hold
                    PERFORM 2120-Post-Payee
                 END-IF
              END-IF
           END-IF.

       2110-Check-Seen.
           SET WS-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Seen-IDX FROM 1 BY 1
              UNTIL WS-Seen-IDX > WS-Seen-Cnt
              IF WS-Seen-Supplier(WS-Seen-IDX) = WS-Hold-Supplier AND
                 WS-Seen-Invoice(WS-Seen-IDX) = WS-Hold-Invoice
                 SET WS-Seen-Found TO TRUE
                 SET WS-Seen-IDX TO WS-Seen-Cnt
              END-IF
           END-PERFORM.
           IF WS-Seen-Not-Found
              IF WS-Seen-Cnt >= WS-Seen-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Seen-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Seen-Cnt
              SET WS-Seen-IDX TO WS-Seen-Cnt
              MOVE WS-Hold-Supplier TO WS-Seen-Supplier(WS-Seen-IDX)
              MOVE WS-Hold-Invoice TO WS-Seen-Invoice(WS-Seen-IDX)
           END-IF.

       2120-Post-Payee.
           MOVE ZERO TO WS-Payee-Match-IDX.
           PERFORM VARYING WS-Payee-IDX FROM 1 BY 1
              UNTIL WS-Payee-IDX > WS-Payee-Cnt
              IF WS-Payee-Code(WS-Payee-IDX) = WS-Hold-Supplier
                 SET WS-Payee-Match-IDX TO WS-Payee-IDX
                 SET WS-Payee-IDX TO WS-Payee-Cnt
              END-IF
           END-PERFORM.
           IF WS-Payee-Match-IDX = ZERO
              IF WS-Payee-Cnt >= WS-Payee-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Payee-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Payee-Cnt
              MOVE WS-Payee-Cnt TO WS-Payee-Match-IDX
              SET WS-Payee-IDX TO WS-Payee-Cnt
              MOVE WS-Hold-Supplier TO WS-Payee-Code(WS-Payee-IDX)
              MOVE ZERO TO WS-Payee-Usd(WS-Payee-IDX)
                           WS-Payee-Inv-Cnt(WS-Payee-IDX)
              MOVE SPACES TO WS-Payee-Name(WS-Payee-IDX)
                             WS-Payee-1099-Flag(WS-Payee-IDX)
                             WS-Payee-1099-Box(WS-Payee-IDX)
                             WS-Payee-Disposition(WS-Payee-IDX)
              MOVE 'N' TO WS-Payee-Master-Flag(WS-Payee-IDX)
                          WS-Payee-Tin-Flag(WS-Payee-IDX)
                          WS-Payee-W9-Flag(WS-Payee-IDX)
                          WS-Payee-Over-Flag(WS-Payee-IDX)
           END-IF.
           SET WS-Payee-IDX TO WS-Payee-Match-IDX.
           ADD WS-Usd-Value TO WS-Payee-Usd(WS-Payee-IDX).
           ADD +1 TO WS-Payee-Inv-Cnt(WS-Payee-IDX).

       2200-Convert-To-USD.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           MOVE ZERO TO WS-Exch-Rate-Hold.
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
              (WS-Hold-Currency = 'USD' OR WS-Hold-Currency = SPACES)
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.

       2900-Write-Except-Line.
           WRITE FD-ExceptRpt-Record.
           IF NOT WS-ExceptRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "tax1099-exceptions-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Except-Line"
              DISPLAY "File Status: " WS-ExceptRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "TAX1099: 3000-End-Job".
           CLOSE PayHistFile.
           PERFORM 3100-Assess-One-Payee
              VARYING WS-Payee-IDX FROM 1 BY 1
              UNTIL WS-Payee-IDX > WS-Payee-Cnt.
           PERFORM 3300-Write-Exception-Report.
           CLOSE SuppOut ExtractFile ExceptRpt.
           IF WS-AddrOut-Open
              CLOSE AddrOut
           END-IF.
           DISPLAY "  Tax-1099: History Read:       "
              FD-PayHist-Record-Cnt.
           DISPLAY "  Tax-1099: Invoices In Year:   " WS-In-Year-Cnt.
           DISPLAY "  Tax-1099: Duplicate Postings: "
              WS-Dup-Posting-Cnt.
           DISPLAY "  Tax-1099: No Exchange Rate:   " WS-No-Rate-Cnt.
           DISPLAY "  Tax-1099: Suppliers Paid:     " WS-Payee-Cnt.
           DISPLAY "  Tax-1099: 1099s Extracted:    " WS-Extract-Cnt.
           DISPLAY "  Tax-1099: Over Threshold:     "
              WS-Over-Threshold-Cnt.
           DISPLAY "  Tax-1099: Reportable No TIN:  "
              WS-Missing-Tin-Cnt.
           DISPLAY "  Tax-1099: Reportable No W-9:  "
              WS-Missing-W9-Cnt.

      *    Royalties (box M2) report from their own lower
      *    threshold; everything else from the general one.  A
      *    reportable supplier at or over it goes on the extract
      *    whether or not its TIN and W-9 are in -- the
      *    exception list is what gets them chased before filing.
       3100-Assess-One-Payee.
           MOVE WS-Payee-Code(WS-Payee-IDX) TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 CONTINUE
           END-READ.
           IF WS-SuppOut-Good
              MOVE 'Y' TO WS-Payee-Master-Flag(WS-Payee-IDX)
              MOVE SuppOut-SUPPLIER-NAME TO
                 WS-Payee-Name(WS-Payee-IDX)
              MOVE SuppOut-1099-FLAG TO
                 WS-Payee-1099-Flag(WS-Payee-IDX)
              MOVE SuppOut-1099-BOX TO
                 WS-Payee-1099-Box(WS-Payee-IDX)
              IF SuppOut-SUPPLIER-TIN = SPACES
                 MOVE 'Y' TO WS-Payee-Tin-Flag(WS-Payee-IDX)
              END-IF
              IF SuppOut-W9-DATE IS NOT NUMERIC OR
                 SuppOut-W9-DATE = ZERO
                 MOVE 'Y' TO WS-Payee-W9-Flag(WS-Payee-IDX)
              END-IF
           END-IF.
           IF WS-Payee-1099-Box(WS-Payee-IDX) = "M2"
              MOVE WS-Royalty-Threshold TO WS-Hold-Threshold
           ELSE
              MOVE WS-Threshold TO WS-Hold-Threshold
           END-IF.
           IF WS-Payee-Usd(WS-Payee-IDX) >= WS-Hold-Threshold
              MOVE 'Y' TO WS-Payee-Over-Flag(WS-Payee-IDX)
              ADD +1 TO WS-Over-Threshold-Cnt
           END-IF.
           EVALUATE TRUE
              WHEN NOT WS-Payee-On-Master(WS-Payee-IDX)
                 MOVE "NOT ON SUPPLIER MASTER" TO
                    WS-Payee-Disposition(WS-Payee-IDX)
              WHEN WS-Payee-Reportable(WS-Payee-IDX) AND
                   WS-Payee-Over-Threshold(WS-Payee-IDX)
                 MOVE "EXTRACTED" TO
                    WS-Payee-Disposition(WS-Payee-IDX)
                 PERFORM 3150-Write-Extract
              WHEN WS-Payee-Reportable(WS-Payee-IDX)
                 MOVE "UNDER THRESHOLD" TO
                    WS-Payee-Disposition(WS-Payee-IDX)
              WHEN WS-Payee-1099-Flag(WS-Payee-IDX) = 'N'
                 MOVE "EXEMPT - NOT REPORTABLE" TO
                    WS-Payee-Disposition(WS-Payee-IDX)
              WHEN OTHER
                 MOVE "1099 STATUS NOT SET" TO
                    WS-Payee-Disposition(WS-Payee-IDX)
           END-EVALUATE.
           IF WS-Payee-Reportable(WS-Payee-IDX)
              IF WS-Payee-Tin-Missing(WS-Payee-IDX)
                 ADD +1 TO WS-Missing-Tin-Cnt
              END-IF
              IF WS-Payee-W9-Missing(WS-Payee-IDX)
                 ADD +1 TO WS-Missing-W9-Cnt
              END-IF
           END-IF.

       3150-Write-Extract.
           MOVE SPACES TO FD-Extract-Record.
           MOVE WS-Tax-Year TO FD-Ext-Tax-Year.
           MOVE SuppOut-SUPPLIER-CODE TO FD-Ext-Supplier.
           MOVE SuppOut-TIN-TYPE TO FD-Ext-Tin-Type.
           MOVE SuppOut-SUPPLIER-TIN TO FD-Ext-Tin.
           MOVE SuppOut-SUPPLIER-NAME TO FD-Ext-Name.
           IF SuppOut-1099-BOX = "N1"
              MOVE "NEC" TO FD-Ext-Form
           ELSE
              MOVE "MISC" TO FD-Ext-Form
           END-IF.
           MOVE SuppOut-1099-BOX TO FD-Ext-Box.
           MOVE WS-Payee-Usd(WS-Payee-IDX) TO FD-Ext-Amount.
           IF SuppOut-W9-DATE IS NUMERIC
              MOVE SuppOut-W9-DATE TO FD-Ext-W9-Date
           ELSE
              MOVE ZERO TO FD-Ext-W9-Date
           END-IF.
           IF WS-AddrOut-Open
              PERFORM 3160-Find-Remit-Address
           END-IF.
           WRITE FD-Extract-Record.
           IF WS-ExtractFile-Good
              ADD +1 TO WS-Extract-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "tax1099-extract" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3150-Write-Extract"
              DISPLAY "File Status: " WS-ExtractFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The APVENDX lookup: one keyed START at (supplier,
      *    remit, low sequence).  No remit address leaves the
      *    address fields blank for the filer to complete.
       3160-Find-Remit-Address.
           MOVE SuppOut-SUPPLIER-CODE TO AddrOut-SUPPLIER-CODE.
           MOVE '3' TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-AddrOut-Good
              READ AddrOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-AddrOut-Good AND
                 AddrOut-SUPPLIER-CODE = SuppOut-SUPPLIER-CODE AND
                 AddrOut-REMIT-ADDRESS
                 MOVE AddrOut-ADDRESS-1 TO FD-Ext-Address
                 MOVE AddrOut-CITY TO FD-Ext-City
                 MOVE AddrOut-ADDR-STATE TO FD-Ext-State
                 MOVE AddrOut-ZIP-CODE TO FD-Ext-Zip
              END-IF
           END-IF.

       3300-Write-Exception-Report.
           MOVE SPACES TO FD-ExceptRpt-Record.
           MOVE WS-Threshold TO WS-Threshold-Edit.
           STRING "1099 EXCEPTIONS  TAX YEAR " WS-Tax-Year
              "  RUN " WS-Today-Date "  THRESHOLD "
              WS-Threshold-Edit "  (USD)"
              DELIMITED BY SIZE INTO FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE SPACES TO FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE "REPORTABLE SUPPLIERS MISSING A TIN OR A W-9" TO
              FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE SPACES TO FD-ExceptRpt-Record.
           PERFORM 3350-Set-Column-Heads.
           MOVE "PROBLEM" TO FD-ExceptRpt-Record(80:7).
           PERFORM 2900-Write-Except-Line.
           PERFORM 3310-Write-One-Missing
              VARYING WS-Payee-IDX FROM 1 BY 1
              UNTIL WS-Payee-IDX > WS-Payee-Cnt.
           MOVE SPACES TO FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE "SUPPLIERS PAID AT OR OVER THE THRESHOLD" TO
              FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE SPACES TO FD-ExceptRpt-Record.
           PERFORM 3350-Set-Column-Heads.
           MOVE "DISPOSITION" TO FD-ExceptRpt-Record(80:11).
           PERFORM 2900-Write-Except-Line.
           PERFORM 3320-Write-One-Over
              VARYING WS-Payee-IDX FROM 1 BY 1
              UNTIL WS-Payee-IDX > WS-Payee-Cnt.
           MOVE SPACES TO FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.
           MOVE WS-No-Rate-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " INVOICE(S) IN THE YEAR WITH NO"
              " EXCHANGE RATE -- NOT IN THE TOTALS"
              DELIMITED BY SIZE INTO FD-ExceptRpt-Record.
           PERFORM 2900-Write-Except-Line.

       3310-Write-One-Missing.
           IF WS-Payee-Reportable(WS-Payee-IDX) AND
              (WS-Payee-Tin-Missing(WS-Payee-IDX) OR
               WS-Payee-W9-Missing(WS-Payee-IDX))
              PERFORM 3340-Set-Payee-Columns
              EVALUATE TRUE
                 WHEN WS-Payee-Tin-Missing(WS-Payee-IDX) AND
                      WS-Payee-W9-Missing(WS-Payee-IDX)
                    MOVE "NO TIN AND NO W-9 ON FILE" TO
                       FD-ExceptRpt-Record(80:25)
                 WHEN WS-Payee-Tin-Missing(WS-Payee-IDX)
                    MOVE "NO TIN ON FILE" TO
                       FD-ExceptRpt-Record(80:14)
                 WHEN OTHER
                    MOVE "NO W-9 ON FILE" TO
                       FD-ExceptRpt-Record(80:14)
              END-EVALUATE
              PERFORM 2900-Write-Except-Line
           END-IF.

       3320-Write-One-Over.
           IF WS-Payee-Over-Threshold(WS-Payee-IDX)
              PERFORM 3340-Set-Payee-Columns
              MOVE WS-Payee-Disposition(WS-Payee-IDX) TO
                 FD-ExceptRpt-Record(80:24)
              PERFORM 2900-Write-Except-Line
           END-IF.

       3340-Set-Payee-Columns.
           MOVE SPACES TO FD-ExceptRpt-Record.
           MOVE WS-Payee-Code(WS-Payee-IDX) TO
              FD-ExceptRpt-Record(3:10).
           MOVE WS-Payee-Name(WS-Payee-IDX) TO
              FD-ExceptRpt-Record(15:15).
           MOVE WS-Payee-1099-Flag(WS-Payee-IDX) TO
              FD-ExceptRpt-Record(33:1).
           MOVE WS-Payee-1099-Box(WS-Payee-IDX) TO
              FD-ExceptRpt-Record(37:2).
           MOVE WS-Payee-Usd(WS-Payee-IDX) TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-ExceptRpt-Record(42:17).
           MOVE WS-Payee-Inv-Cnt(WS-Payee-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-ExceptRpt-Record(64:4).

       3350-Set-Column-Heads.
           MOVE "SUPPLIER" TO FD-ExceptRpt-Record(3:8).
           MOVE "NAME" TO FD-ExceptRpt-Record(15:4).
           MOVE "1099" TO FD-ExceptRpt-Record(32:4).
           MOVE "BOX" TO FD-ExceptRpt-Record(37:3).
           MOVE "PAID IN YEAR" TO FD-ExceptRpt-Record(47:12).
           MOVE "INVS" TO FD-ExceptRpt-Record(64:4).
