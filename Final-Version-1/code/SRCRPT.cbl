      *    report rows -- with the cheapest source whose rating
      *    is average or better flagged as the pick.
      *
      *    Each part's ABC spend class from ABCSPEND's part-class
      *    file prints on its heading line.
      *
      *    Where LNDCOST has landed a pairing, the catalog price
      *    grossed up by that pairing's landed-cost uplift prints
      *    beside it -- the uplift is a percentage of goods value,
      *    so it carries to the catalog price whatever currency
      *    the catalog is kept in.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for sourcing comparison
      * 2026-09-23 dastagg       ABC spend class on each part's
      *                          heading line from part-class.
      * 2026-10-01 dastagg       Landed cost beside the catalog
      *                          price from LNDCOST's extract.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-LeadRptFile-Status.

      *    ABCSPEND's part spend classes (PARTCLS).
           SELECT PartClassFile
           ASSIGN TO "../data/part-class.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartClassFile-Status.

      *    LNDCOST's landed cost per part and supplier (LNDCEXT).
           SELECT LandedFile
           ASSIGN TO "../data/landed-cost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LandedFile-Status.

           SELECT SourcingRpt
           ASSIGN TO "../data/sourcing-comparison-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  FD-LeadRpt-Record  PIC X(132).

       FD  PartClassFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCLS REPLACING ==:tag:== BY ==Cls==.

       FD  LandedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY LNDCEXT REPLACING ==:tag:== BY ==Lnd==.

       FD  SourcingRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==CatalogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LeadRptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartClassFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LandedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SourcingRpt==.

       01  WS-File-Counters.
              15 WS-Lead-Avg-Promised      PIC X(07).
              15 WS-Lead-Over-Limit        PIC X(07).

       01  WS-Part-Class-Storage.
           12 WS-Class-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Class-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Class-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Class-Cnt
              INDEXED BY WS-Class-IDX.
              15 WS-Class-Part             PIC X(23).
              15 WS-Class-Abc              PIC X(01).
           12 WS-Class-Hold                PIC X(01) VALUE SPACE.

       01  WS-Landed-Storage.
           12 WS-Landed-Max-Cnt            PIC S9(4) COMP VALUE +9999.
           12 WS-Landed-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Landed-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Landed-Cnt
              INDEXED BY WS-Landed-IDX.
              15 WS-Landed-Part            PIC X(23).
              15 WS-Landed-Supp            PIC X(10).
              15 WS-Landed-Uplift-Pct      PIC 9(05)V99.
           12 WS-Landed-Price-Hold         PIC 9(09)V99 VALUE ZERO.

       01  WS-Part-Group-Storage.
      *    The suppliers collected for the current PART-NUMBER as
      *    the cross-reference streams past in key order.
           12 WS-Cat-Price-Edit            PIC -(6)9.99.
           12 WS-Hist-Price-Edit           PIC -(6)9.99.
           12 WS-Perf-Edit                 PIC ZZ9.
           12 WS-Landed-Price-Edit         PIC Z(6)9.99.

       COPY MSGAREA.

           PERFORM 1010-Load-Catalog.
           PERFORM 1020-Load-Price-Hist.
           PERFORM 1030-Load-Lead-Rows.
           PERFORM 1040-Load-Part-Classes.
           PERFORM 1050-Load-Landed-Costs.
           OPEN INPUT XrefFile SuppOut.
           OPEN OUTPUT SourcingRpt.
           SET WS-Xref-Browse-More TO TRUE.
                 WS-Lead-Over-Limit(WS-Lead-IDX)
           END-IF.

      *    A missing class file just leaves the class off the
      *    headings.
       1040-Load-Part-Classes.
           OPEN INPUT PartClassFile.
           IF WS-PartClassFile-Good
              PERFORM 1045-Load-One-Part-Class
                 UNTIL WS-PartClassFile-EOF
              CLOSE PartClassFile
           END-IF.

       1045-Load-One-Part-Class.
           READ PartClassFile
              AT END SET WS-PartClassFile-EOF TO TRUE
           END-READ.
           IF WS-PartClassFile-Good
              IF WS-Class-Cnt >= WS-Class-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Part-Class-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Class-Cnt
              SET WS-Class-IDX TO WS-Class-Cnt
              MOVE Cls-PART-NUMBER TO WS-Class-Part(WS-Class-IDX)
              MOVE Cls-ABC-CLASS TO WS-Class-Abc(WS-Class-IDX)
           END-IF.

      *    No extract just means nothing has been landed yet -- the
      *    column stays blank.
       1050-Load-Landed-Costs.
           OPEN INPUT LandedFile.
           IF WS-LandedFile-Good
              PERFORM 1055-Load-One-Landed-Cost
                 UNTIL WS-LandedFile-EOF
              CLOSE LandedFile
           END-IF.

       1055-Load-One-Landed-Cost.
           READ LandedFile
              AT END SET WS-LandedFile-EOF TO TRUE
           END-READ.
           IF WS-LandedFile-Good AND Lnd-UPLIFT-PCT IS NUMERIC
              IF WS-Landed-Cnt >= WS-Landed-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Landed-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Landed-Cnt
              SET WS-Landed-IDX TO WS-Landed-Cnt
              MOVE Lnd-PART-NUMBER TO WS-Landed-Part(WS-Landed-IDX)
              MOVE Lnd-SUPPLIER-CODE TO WS-Landed-Supp(WS-Landed-IDX)
              MOVE Lnd-UPLIFT-PCT TO
                 WS-Landed-Uplift-Pct(WS-Landed-IDX)
           END-IF.

      *    Control break on PART-NUMBER -- the primary key walks
      *    every supplier for a part together.
       2000-Walk-Xref.
                 "  SUPPLIER    CATALOG    LAST-PO"
                 " PERF RATE AVG-PROM OVER-LIM"
                 DELIMITED BY SIZE INTO FD-SourcingRpt-Record
              MOVE "LANDED" TO FD-SourcingRpt-Record(116:6)
              PERFORM 2550-Find-Part-Class
              IF WS-Class-Hold > SPACE
                 STRING "ABC CLASS " WS-Class-Hold
                    DELIMITED BY SIZE INTO
                    FD-SourcingRpt-Record(90:11)
              END-IF
              PERFORM 2990-Write-Sourcing-Rpt-Line
              PERFORM 2600-Pick-Cheapest-Adequate
              PERFORM 2700-Write-Supplier-Line
           END-IF.
           MOVE ZERO TO WS-Grp-Cnt.

       2550-Find-Part-Class.
           MOVE SPACE TO WS-Class-Hold.
           PERFORM VARYING WS-Class-IDX FROM 1 BY 1
              UNTIL WS-Class-IDX > WS-Class-Cnt
              IF WS-Class-Part(WS-Class-IDX) = WS-Grp-Part
                 MOVE WS-Class-Abc(WS-Class-IDX) TO WS-Class-Hold
                 SET WS-Class-IDX TO WS-Class-Cnt
              END-IF
           END-PERFORM.

      *    Cheapest adequate: the lowest catalog price among
      *    suppliers rated average or better.  No catalog row, or
      *    nobody adequate, and no pick is flagged.
           MOVE SuppOut-SUPPLIER-RATING TO
              FD-SourcingRpt-Record(69:1).
           PERFORM 2720-Find-Lead-Row.
           IF WS-Pair-Found
              PERFORM 2730-Find-Landed-Cost
           END-IF.
           IF WS-Grp-IDX = WS-Grp-Pick-IDX
              MOVE "<== CHEAPEST ADEQUATE" TO
                 FD-SourcingRpt-Record(90:21)
              END-IF
           END-PERFORM.

      *    WS-Pair-Price-Hold still holds this supplier's catalog
      *    price from 2610.
       2730-Find-Landed-Cost.
           PERFORM VARYING WS-Landed-IDX FROM 1 BY 1
              UNTIL WS-Landed-IDX > WS-Landed-Cnt
              IF WS-Landed-Part(WS-Landed-IDX) = WS-Grp-Part AND
                 WS-Landed-Supp(WS-Landed-IDX) =
                    WS-Grp-Supp(WS-Grp-IDX)
                 COMPUTE WS-Landed-Price-Hold ROUNDED =
                    WS-Pair-Price-Hold *
                    (1 + WS-Landed-Uplift-Pct(WS-Landed-IDX) / 100)
                 MOVE WS-Landed-Price-Hold TO WS-Landed-Price-Edit
                 MOVE WS-Landed-Price-Edit TO
                    FD-SourcingRpt-Record(112:10)
                 SET WS-Landed-IDX TO WS-Landed-Cnt
              END-IF
           END-PERFORM.

       2990-Write-Sourcing-Rpt-Line.
           WRITE FD-SourcingRpt-Record.
           IF WS-SourcingRpt-Good
