      ***********************************************************
      * Program name:    SBSUBRPT
      * Original author: David Stagowski
      *
      *    Description: Semiannual small-business subcontracting
      *       report -- USD spend for the reporting period broken
      *       down by the supplier's small-business and diversity
      *       classification, in the categories the contracting
      *       office reports on, with GOVT-PART spend shown in its
      *       own columns.
      *
      *    The period is the from/to date pair staged on
      *    ../data/subk-period.dat.txt, else the last completed
      *    half of the government fiscal year before the business
      *    date (PSAPBDTE card, else today): October-March or
      *    April-September.  Every PO ordered inside the period
      *    counts -- POOUT plus the POs POARCH has moved to
      *    po-archive (the live row wins where a PO is on both,
      *    the PPVRPT idiom).  EXTENDED-VALUE is restated in USD
      *    through exchange-rate.dat.txt; a PO in a currency with
      *    no rate is listed on SYSOUT, counted, and left out.
      *
      *    A PO is GOVT-PART spend when its part's GOVT-COMML-CODE
      *    (PARTOUT) is 'G', or when it carries a prime contract.
      *
      *    The supplier's classifications come from SUPPCLS
      *    (SUPCLMNT / PROMOTE pair SUPPCLS) and count only when
      *    the certification had not expired on the PO's order
      *    date.  Any current classification makes the supplier a
      *    small business; SDVOSB spend is also VOSB spend, and
      *    every subcategory is also small-business spend, so the
      *    categories overlap the way the contracting office's
      *    form expects.  Everything not small is large.
      *
      *       subk-rpt.dat.txt   the category breakdown, then
      *                          spend by supplier with the
      *                          classifications counted and any
      *                          certification that had lapsed
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-03 dastagg       Created for small-business
      *                          subcontracting reporting
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
       PROGRAM-ID. SBSUBRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format.
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

           SELECT SubkPeriodFile
           ASSIGN TO "../data/subk-period.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SubkPeriodFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT SuppClsFile
           ASSIGN TO "../data/supplier-class.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppClsFile-Status.

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority
      *    -- read per PO for the part's GOVT-COMML-CODE.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

           SELECT SubkRpt
           ASSIGN TO "../data/subk-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SubkRpt-Status.

       DATA DIVISION.
       FILE SECTION.
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

       FD  SubkPeriodFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SubkPeriod-Record.
           05 FD-Subk-From-Date         PIC X(08).
           05 FD-Subk-To-Date           PIC X(08).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  SuppClsFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPCLS REPLACING ==:tag:== BY ==Cls==.

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  SubkRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SubkRpt-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoArchFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SubkPeriodFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppClsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SubkRpt==.

       01  WS-Run-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoArch-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-SuppCls-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-In-Period-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Rate-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Lapsed-PO-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Business-Date-Parts REDEFINES WS-Business-Date.
              15 WS-Business-Year          PIC 9(04).
              15 WS-Business-Month         PIC 9(02).
              15 WS-Business-Day           PIC 9(02).
           12 WS-Period-Start              PIC 9(08) VALUE ZERO.
           12 WS-Period-End                PIC 9(08) VALUE ZERO.
           12 WS-Period-Year               PIC 9(04) VALUE ZERO.
           12 WS-PartOut-Open-Flag         PIC X VALUE 'N'.
              88 WS-PartOut-Open              VALUE 'Y'.

      *    The supplier classifications, one row per supplier and
      *    class as SUPPCLS holds them.
       01  WS-Cls-Storage.
           12 WS-Cls-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Cls-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cls-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cls-Cnt
              INDEXED BY WS-Cls-IDX.
              15 WS-Cls-Supplier           PIC X(10).
              15 WS-Cls-Class              PIC X(02).
              15 WS-Cls-Expiry             PIC 9(08).

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

      *    The contracting office's categories, in the order its
      *    form lists them.  Rows 3-8 overlap: a WOSB dollar is
      *    also a small-business dollar.
       01  WS-Category-Label-Data.
           12 FILLER PIC X(40) VALUE
              "TOTAL SPEND".
           12 FILLER PIC X(40) VALUE
              "LARGE BUSINESS".
           12 FILLER PIC X(40) VALUE
              "SMALL BUSINESS (SB)".
           12 FILLER PIC X(40) VALUE
              "  SMALL DISADVANTAGED BUSINESS (SDB)".
           12 FILLER PIC X(40) VALUE
              "  WOMAN-OWNED SMALL BUSINESS (WOSB)".
           12 FILLER PIC X(40) VALUE
              "  HUBZONE SMALL BUSINESS".
           12 FILLER PIC X(40) VALUE
              "  VETERAN-OWNED SMALL BUSINESS (VOSB)".
           12 FILLER PIC X(40) VALUE
              "  SERVICE-DISABLED VET-OWNED (SDVOSB)".
       01  WS-Category-Labels REDEFINES WS-Category-Label-Data.
           12 WS-Cat-Label OCCURS 8 TIMES  PIC X(40).

       01  WS-Category-Storage.
           12 WS-Cat-Max-Cnt               PIC S9(4) COMP VALUE +8.
           12 WS-Cat-Sub                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cat-Table OCCURS 8 TIMES
              INDEXED BY WS-Cat-IDX.
              15 WS-Cat-All-Value          PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
              15 WS-Cat-All-Cnt            PIC S9(4) COMP VALUE ZERO.
              15 WS-Cat-Govt-Value         PIC S9(13)V99 COMP-3
                                           VALUE ZERO.
              15 WS-Cat-Govt-Cnt           PIC S9(4) COMP VALUE ZERO.

      *    Spend by supplier, with the classifications the
      *    supplier's POs were counted under during the period.
       01  WS-Supp-Storage.
           12 WS-Supp-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Cnt
              INDEXED BY WS-Supp-IDX.
              15 WS-Supp-Code              PIC X(10).
              15 WS-Supp-All-Value         PIC S9(13)V99 COMP-3.
              15 WS-Supp-Govt-Value        PIC S9(13)V99 COMP-3.
              15 WS-Supp-PO-Cnt            PIC S9(4) COMP.
              15 WS-Supp-Counted-As        PIC X(18).
              15 WS-Supp-Lapsed-Flag       PIC X.
                 88 WS-Supp-Had-Lapsed        VALUE 'Y'.

       COPY POOUT REPLACING ==:tag:== BY ==Arch==.

       01  WS-Subk-Work.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.
           12 WS-Hold-Order-Date           PIC X(08) VALUE SPACES.
           12 WS-Hold-Order-Num REDEFINES WS-Hold-Order-Date
                                           PIC 9(08).
           12 WS-Hold-Ext-Value            PIC S9(13)V99 VALUE ZERO.
           12 WS-Hold-Contract             PIC X(16) VALUE SPACES.
           12 WS-Usd-Value                 PIC S9(13)V99 VALUE ZERO.
           12 WS-Govt-Flag                 PIC X VALUE 'N'.
              88 WS-Govt-PO                   VALUE 'Y'.
              88 WS-Commercial-PO             VALUE 'N'.
           12 WS-Lapsed-Flag               PIC X VALUE 'N'.
              88 WS-Cert-Lapsed               VALUE 'Y'.
      *    One byte per SUPPCLS class, 'Y' when the supplier held
      *    it, unexpired, on the PO's order date.
           12 WS-Class-Held.
              15 WS-Held-SB                PIC X.
                 88 WS-Is-SB                  VALUE 'Y'.
              15 WS-Held-SDB               PIC X.
                 88 WS-Is-SDB                 VALUE 'Y'.
              15 WS-Held-WOSB              PIC X.
                 88 WS-Is-WOSB                VALUE 'Y'.
              15 WS-Held-HUBZone           PIC X.
                 88 WS-Is-HUBZone             VALUE 'Y'.
              15 WS-Held-VOSB              PIC X.
                 88 WS-Is-VOSB                VALUE 'Y'.
              15 WS-Held-SDVOSB            PIC X.
                 88 WS-Is-SDVOSB              VALUE 'Y'.
           12 WS-Counted-Hold              PIC X(18) VALUE SPACES.
           12 WS-Counted-Ptr               PIC S9(4) COMP VALUE ZERO.
           12 WS-Pct-Work                  PIC S9(03)V99 VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Value-Edit                PIC -(13)9.99.
           12 WS-Pct-Edit                  PIC ZZ9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Take-One-Live-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           PERFORM 2050-Take-Archived-POs.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SBSUBRPT: 1000-Begin-Job".
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
           PERFORM 1010-Set-Period.
           DISPLAY "SBSUBRPT reporting period "
              WS-Period-Start "-" WS-Period-End.
           PERFORM 1020-Load-Classifications.
           PERFORM 1030-Load-Exch-Rates.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "POOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut.
           IF WS-PartOut-Good
              SET WS-PartOut-Open TO TRUE
           END-IF.
           OPEN OUTPUT SubkRpt.
           IF NOT WS-SubkRpt-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "subk-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-SubkRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    A staged from/to pair wins; otherwise the last
      *    completed half of the government fiscal year.
       1010-Set-Period.
           MOVE ZERO TO WS-Period-Start WS-Period-End.
           OPEN INPUT SubkPeriodFile.
           IF WS-SubkPeriodFile-Good
              READ SubkPeriodFile
              IF WS-SubkPeriodFile-Good AND
                 FD-Subk-From-Date IS NUMERIC AND
                 FD-Subk-To-Date IS NUMERIC AND
                 FD-Subk-From-Date NOT > FD-Subk-To-Date
                 MOVE FD-Subk-From-Date TO WS-Period-Start
                 MOVE FD-Subk-To-Date TO WS-Period-End
              END-IF
           END-IF.
           CLOSE SubkPeriodFile.
           IF WS-Period-End = ZERO
              EVALUATE TRUE
                 WHEN WS-Business-Month >= 10
                    COMPUTE WS-Period-Start =
                       WS-Business-Year * 10000 + 0401
                    COMPUTE WS-Period-End =
                       WS-Business-Year * 10000 + 0930
                 WHEN WS-Business-Month >= 4
                    COMPUTE WS-Period-Year = WS-Business-Year - 1
                    COMPUTE WS-Period-Start =
                       WS-Period-Year * 10000 + 1001
                    COMPUTE WS-Period-End =
                       WS-Business-Year * 10000 + 0331
                 WHEN OTHER
                    COMPUTE WS-Period-Year = WS-Business-Year - 1
                    COMPUTE WS-Period-Start =
                       WS-Period-Year * 10000 + 0401
                    COMPUTE WS-Period-End =
                       WS-Period-Year * 10000 + 0930
              END-EVALUATE
           END-IF.

      *    A missing file just means no supplier is classified --
      *    every dollar reports as large business.
       1020-Load-Classifications.
           OPEN INPUT SuppClsFile.
           IF WS-SuppClsFile-Good
              PERFORM 1025-Load-One-Classification
                 UNTIL WS-SuppClsFile-EOF
              CLOSE SuppClsFile
           END-IF.

       1025-Load-One-Classification.
           READ SuppClsFile
              AT END SET WS-SuppClsFile-EOF TO TRUE
           END-READ.
           IF WS-SuppClsFile-Good AND Cls-CLASS-VALID
              ADD +1 TO FD-SuppCls-Record-Cnt
              IF WS-Cls-Cnt >= WS-Cls-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Cls-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cls-Cnt
              SET WS-Cls-IDX TO WS-Cls-Cnt
              MOVE Cls-SUPPLIER-CODE TO WS-Cls-Supplier(WS-Cls-IDX)
              MOVE Cls-CLASS-CODE TO WS-Cls-Class(WS-Cls-IDX)
              MOVE ZERO TO WS-Cls-Expiry(WS-Cls-IDX)
              IF Cls-CERT-EXPIRY-DATE IS NUMERIC
                 MOVE Cls-CERT-EXPIRY-DATE TO
                    WS-Cls-Expiry(WS-Cls-IDX)
              END-IF
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
                 MOVE PoOut-PART-NUMBER TO WS-Hold-Part
                 MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE PoOut-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE PoOut-EXTENDED-VALUE TO WS-Hold-Ext-Value
                 MOVE PoOut-PRIME-CONTRACT-NO TO WS-Hold-Contract
                 PERFORM 2100-Take-One-PO
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
                 MOVE Arch-PART-NUMBER TO WS-Hold-Part
                 MOVE Arch-SUPPLIER-CODE TO WS-Hold-Supplier
                 MOVE Arch-CURRENCY-CODE TO WS-Hold-Currency
                 MOVE Arch-ORDER-DATE TO WS-Hold-Order-Date
                 MOVE Arch-EXTENDED-VALUE TO WS-Hold-Ext-Value
                 MOVE Arch-PRIME-CONTRACT-NO TO WS-Hold-Contract
                 PERFORM 2100-Take-One-PO
              END-IF
           END-IF.

      *    Only POs ordered inside the period count.
       2100-Take-One-PO.
           IF WS-Hold-Order-Date IS NUMERIC AND
              WS-Hold-Order-Num NOT < WS-Period-Start AND
              WS-Hold-Order-Num NOT > WS-Period-End
              ADD +1 TO WS-In-Period-Cnt
              PERFORM 2200-Convert-To-USD
              IF WS-Exch-Rate-Not-Found
                 ADD +1 TO WS-No-Rate-Cnt
                 DISPLAY "SBSUBRPT: PO " WS-Hold-PO-Number
                    " NO EXCHANGE RATE FOR " WS-Hold-Currency
                    " -- NOT REPORTED"
              ELSE
                 COMPUTE WS-Usd-Value ROUNDED =
                    WS-Hold-Ext-Value * WS-Exch-Rate-Hold
                 PERFORM 2110-Find-Govt-Part
                 PERFORM 2120-Classify-Supplier
                 PERFORM 2130-Post-Categories
                 PERFORM 2140-Post-Supplier
              END-IF
           END-IF.

      *    A part not on the master counts as commercial unless
      *    the PO itself carries a prime contract.
       2110-Find-Govt-Part.
           SET WS-Commercial-PO TO TRUE.
           IF WS-Hold-Contract NOT = SPACES
              SET WS-Govt-PO TO TRUE
           END-IF.
           IF WS-PartOut-Open AND WS-Commercial-PO
              MOVE WS-Hold-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF PartOut-GOVT-COMML-CODE = 'G'
                       SET WS-Govt-PO TO TRUE
                    END-IF
              END-READ
           END-IF.

      *    A certification counts through its expiry date; one
      *    that had run out by the order date is noted as lapsed.
       2120-Classify-Supplier.
           MOVE ALL 'N' TO WS-Class-Held.
           MOVE 'N' TO WS-Lapsed-Flag.
           PERFORM VARYING WS-Cls-IDX FROM 1 BY 1
              UNTIL WS-Cls-IDX > WS-Cls-Cnt
              IF WS-Cls-Supplier(WS-Cls-IDX) = WS-Hold-Supplier
                 IF WS-Cls-Expiry(WS-Cls-IDX) = ZERO OR
                    WS-Cls-Expiry(WS-Cls-IDX) NOT <
                       WS-Hold-Order-Num
                    PERFORM 2125-Set-Class-Held
                 ELSE
                    SET WS-Cert-Lapsed TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
      *    Every subcategory is a small business, and every
      *    SDVOSB is a VOSB.
           IF WS-Is-SDVOSB
              MOVE 'Y' TO WS-Held-VOSB
           END-IF.
           IF WS-Class-Held NOT = ALL 'N'
              MOVE 'Y' TO WS-Held-SB
           END-IF.
           IF WS-Cert-Lapsed
              ADD +1 TO WS-Lapsed-PO-Cnt
           END-IF.

       2125-Set-Class-Held.
           EVALUATE WS-Cls-Class(WS-Cls-IDX)
              WHEN 'SB'
                 MOVE 'Y' TO WS-Held-SB
              WHEN 'SD'
                 MOVE 'Y' TO WS-Held-SDB
              WHEN 'WO'
                 MOVE 'Y' TO WS-Held-WOSB
              WHEN 'HZ'
                 MOVE 'Y' TO WS-Held-HUBZone
              WHEN 'VO'
                 MOVE 'Y' TO WS-Held-VOSB
              WHEN 'SV'
                 MOVE 'Y' TO WS-Held-SDVOSB
           END-EVALUATE.

       2130-Post-Categories.
           MOVE 1 TO WS-Cat-Sub.
           PERFORM 2135-Post-One-Category.
           IF WS-Is-SB
              MOVE 3 TO WS-Cat-Sub
           ELSE
              MOVE 2 TO WS-Cat-Sub
           END-IF.
           PERFORM 2135-Post-One-Category.
           IF WS-Is-SDB
              MOVE 4 TO WS-Cat-Sub
              PERFORM 2135-Post-One-Category
           END-IF.
           IF WS-Is-WOSB
              MOVE 5 TO WS-Cat-Sub
              PERFORM 2135-Post-One-Category
           END-IF.
           IF WS-Is-HUBZone
              MOVE 6 TO WS-Cat-Sub
              PERFORM 2135-Post-One-Category
           END-IF.
           IF WS-Is-VOSB
              MOVE 7 TO WS-Cat-Sub
              PERFORM 2135-Post-One-Category
           END-IF.
           IF WS-Is-SDVOSB
              MOVE 8 TO WS-Cat-Sub
              PERFORM 2135-Post-One-Category
           END-IF.

       2135-Post-One-Category.
           SET WS-Cat-IDX TO WS-Cat-Sub.
           ADD WS-Usd-Value TO WS-Cat-All-Value(WS-Cat-IDX).
           ADD +1 TO WS-Cat-All-Cnt(WS-Cat-IDX).
           IF WS-Govt-PO
              ADD WS-Usd-Value TO WS-Cat-Govt-Value(WS-Cat-IDX)
              ADD +1 TO WS-Cat-Govt-Cnt(WS-Cat-IDX)
           END-IF.

       2140-Post-Supplier.
           MOVE ZERO TO WS-Supp-Match-IDX.
           PERFORM VARYING WS-Supp-IDX FROM 1 BY 1
              UNTIL WS-Supp-IDX > WS-Supp-Cnt
              IF WS-Supp-Code(WS-Supp-IDX) = WS-Hold-Supplier
                 SET WS-Supp-Match-IDX TO WS-Supp-IDX
                 SET WS-Supp-IDX TO WS-Supp-Cnt
              END-IF
           END-PERFORM.
           IF WS-Supp-Match-IDX = ZERO
              IF WS-Supp-Cnt >= WS-Supp-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Supp-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Supp-Cnt
              SET WS-Supp-Match-IDX TO WS-Supp-Cnt
              MOVE WS-Hold-Supplier TO
                 WS-Supp-Code(WS-Supp-Match-IDX)
              MOVE ZERO TO WS-Supp-All-Value(WS-Supp-Match-IDX)
                           WS-Supp-Govt-Value(WS-Supp-Match-IDX)
                           WS-Supp-PO-Cnt(WS-Supp-Match-IDX)
              MOVE SPACES TO WS-Supp-Counted-As(WS-Supp-Match-IDX)
              MOVE 'N' TO WS-Supp-Lapsed-Flag(WS-Supp-Match-IDX)
           END-IF.
           ADD WS-Usd-Value TO WS-Supp-All-Value(WS-Supp-Match-IDX).
           IF WS-Govt-PO
              ADD WS-Usd-Value TO
                 WS-Supp-Govt-Value(WS-Supp-Match-IDX)
           END-IF.
           ADD +1 TO WS-Supp-PO-Cnt(WS-Supp-Match-IDX).
           IF WS-Cert-Lapsed
              MOVE 'Y' TO WS-Supp-Lapsed-Flag(WS-Supp-Match-IDX)
           END-IF.
      *    The latest PO's classifications stand for the
      *    supplier; a certificate lapsing mid-period shows as
      *    LAPSED beside them.
           PERFORM 2145-Build-Counted-As.
           MOVE WS-Counted-Hold TO
              WS-Supp-Counted-As(WS-Supp-Match-IDX).

       2145-Build-Counted-As.
           MOVE SPACES TO WS-Counted-Hold.
           MOVE 1 TO WS-Counted-Ptr.
           IF WS-Is-SB
              STRING "SB " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           ELSE
              STRING "LARGE" DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.
           IF WS-Is-SDB
              STRING "SD " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.
           IF WS-Is-WOSB
              STRING "WO " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.
           IF WS-Is-HUBZone
              STRING "HZ " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.
           IF WS-Is-VOSB
              STRING "VO " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.
           IF WS-Is-SDVOSB
              STRING "SV " DELIMITED BY SIZE
                 INTO WS-Counted-Hold WITH POINTER WS-Counted-Ptr
           END-IF.

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
              WS-Hold-Currency = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.

       2900-Write-Subk-Rpt-Line.
           WRITE FD-SubkRpt-Record.
           IF NOT WS-SubkRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "subk-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Subk-Rpt-Line"
              DISPLAY "File Status: " WS-SubkRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "SBSUBRPT: 3000-End-Job".
           MOVE SPACES TO FD-SubkRpt-Record.
           STRING "SMALL BUSINESS SUBCONTRACTING REPORT  PERIOD "
              WS-Period-Start "-" WS-Period-End "  RUN "
              WS-Today-Date "   (USD)"
              DELIMITED BY SIZE INTO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE SPACES TO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE "CATEGORY" TO FD-SubkRpt-Record(1:8).
           MOVE "ALL SPEND" TO FD-SubkRpt-Record(50:9).
           MOVE "PCT" TO FD-SubkRpt-Record(63:3).
           MOVE "POS" TO FD-SubkRpt-Record(69:3).
           MOVE "GOVT-PART SPEND" TO FD-SubkRpt-Record(80:15).
           MOVE "PCT" TO FD-SubkRpt-Record(99:3).
           MOVE "POS" TO FD-SubkRpt-Record(105:3).
           PERFORM 2900-Write-Subk-Rpt-Line.
           PERFORM 3010-Write-One-Category
              VARYING WS-Cat-IDX FROM 1 BY 1
              UNTIL WS-Cat-IDX > WS-Cat-Max-Cnt.
           PERFORM 3020-Write-Supplier-Section.
           MOVE SPACES TO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE WS-No-Rate-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " PO(S) IN THE PERIOD WITH NO EXCHANGE"
              " RATE -- NOT IN THE TOTALS"
              DELIMITED BY SIZE INTO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE SPACES TO FD-SubkRpt-Record.
           MOVE WS-Lapsed-PO-Cnt TO WS-Cnt-Edit.
           STRING WS-Cnt-Edit " PO(S) PLACED WHILE A SUPPLIER"
              " CERTIFICATION HAD LAPSED -- NOT COUNTED UNDER IT"
              DELIMITED BY SIZE INTO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           IF WS-PartOut-Open
              CLOSE PartOut
           END-IF.
           CLOSE SubkRpt.
           DISPLAY "  Subk-Rpt: POs Read:           "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Subk-Rpt: Archived Read:      "
              FD-PoArch-Record-Cnt.
           DISPLAY "  Subk-Rpt: Classifications:    "
              FD-SuppCls-Record-Cnt.
           DISPLAY "  Subk-Rpt: POs In Period:      " WS-In-Period-Cnt.
           DISPLAY "  Subk-Rpt: No Exchange Rate:   " WS-No-Rate-Cnt.
           DISPLAY "  Subk-Rpt: Lapsed Cert POs:    " WS-Lapsed-PO-Cnt.

      *    Each category as a percent of its column's total.
       3010-Write-One-Category.
           MOVE SPACES TO FD-SubkRpt-Record.
           MOVE WS-Cat-Label(WS-Cat-IDX) TO FD-SubkRpt-Record(1:40).
           MOVE WS-Cat-All-Value(WS-Cat-IDX) TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-SubkRpt-Record(42:17).
           MOVE ZERO TO WS-Pct-Work.
           IF WS-Cat-All-Value(1) NOT = ZERO
              COMPUTE WS-Pct-Work ROUNDED =
                 WS-Cat-All-Value(WS-Cat-IDX) * 100 /
                 WS-Cat-All-Value(1)
           END-IF.
           MOVE WS-Pct-Work TO WS-Pct-Edit.
           MOVE WS-Pct-Edit TO FD-SubkRpt-Record(60:6).
           MOVE WS-Cat-All-Cnt(WS-Cat-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-SubkRpt-Record(68:4).
           MOVE WS-Cat-Govt-Value(WS-Cat-IDX) TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-SubkRpt-Record(78:17).
           MOVE ZERO TO WS-Pct-Work.
           IF WS-Cat-Govt-Value(1) NOT = ZERO
              COMPUTE WS-Pct-Work ROUNDED =
                 WS-Cat-Govt-Value(WS-Cat-IDX) * 100 /
                 WS-Cat-Govt-Value(1)
           END-IF.
           MOVE WS-Pct-Work TO WS-Pct-Edit.
           MOVE WS-Pct-Edit TO FD-SubkRpt-Record(96:6).
           MOVE WS-Cat-Govt-Cnt(WS-Cat-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-SubkRpt-Record(104:4).
           PERFORM 2900-Write-Subk-Rpt-Line.

       3020-Write-Supplier-Section.
           MOVE SPACES TO FD-SubkRpt-Record.
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE "SPEND BY SUPPLIER" TO FD-SubkRpt-Record(1:17).
           PERFORM 2900-Write-Subk-Rpt-Line.
           MOVE SPACES TO FD-SubkRpt-Record.
           MOVE "SUPPLIER" TO FD-SubkRpt-Record(3:8).
           MOVE "COUNTED AS" TO FD-SubkRpt-Record(15:10).
           MOVE "ALL SPEND" TO FD-SubkRpt-Record(50:9).
           MOVE "POS" TO FD-SubkRpt-Record(69:3).
           MOVE "GOVT-PART SPEND" TO FD-SubkRpt-Record(80:15).
           PERFORM 2900-Write-Subk-Rpt-Line.
           PERFORM 3030-Write-One-Supplier
              VARYING WS-Supp-IDX FROM 1 BY 1
              UNTIL WS-Supp-IDX > WS-Supp-Cnt.

       3030-Write-One-Supplier.
           MOVE SPACES TO FD-SubkRpt-Record.
           MOVE WS-Supp-Code(WS-Supp-IDX) TO FD-SubkRpt-Record(3:10).
           MOVE WS-Supp-Counted-As(WS-Supp-IDX) TO
              FD-SubkRpt-Record(15:18).
           IF WS-Supp-Had-Lapsed(WS-Supp-IDX)
              MOVE "LAPSED" TO FD-SubkRpt-Record(34:6)
           END-IF.
           MOVE WS-Supp-All-Value(WS-Supp-IDX) TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-SubkRpt-Record(42:17).
           MOVE WS-Supp-PO-Cnt(WS-Supp-IDX) TO WS-Cnt-Edit.
           MOVE WS-Cnt-Edit TO FD-SubkRpt-Record(68:4).
           MOVE WS-Supp-Govt-Value(WS-Supp-IDX) TO WS-Value-Edit.
           MOVE WS-Value-Edit TO FD-SubkRpt-Record(78:17).
           PERFORM 2900-Write-Subk-Rpt-Line.
