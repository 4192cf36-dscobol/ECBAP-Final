      ***********************************************************
      * Program name:    RFQAWARD
      * Original author: David Stagowski
      *
      *    Description: Stage the negotiated-catalog rows for the
      *       RFQ quotes the buyers award.
      *
      *    The buyer records each award on ../data/rfq-awards.dat.txt
      *    -- RFQ number(8), supplier(10), quantity break(7) -- after
      *    reading RFQCOMP's comparison.  The awarded quote must be
      *    on rfq-quotes.dat.txt and still valid.  Its unit price
      *    becomes the part/supplier row of the negotiated catalog
      *    POCALL holds POs to: the live catalog is copied to
      *    ../data/supplier-catalog-new.dat.txt with that row
      *    replaced (or added), and the count/hash control file
      *    PROMOTE verifies is written beside it.  Nothing reaches
      *    the live catalog until the CATALOG pair is promoted.
      *
      *       rfq-award-rpt.dat.txt  every award with the old and
      *                              new catalog price, and the
      *                              awards that could not be
      *                              staged
      *
      *    The catalog carries no currency, so a price quoted in a
      *    currency other than USD is staged as quoted and marked
      *    on the report for the reviewer.
      *
      *    Every staged award is appended to the permanent catalog
      *    change history, ../data/catalog-change-history.dat.txt,
      *    beside PRCCHG's price changes.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ awards
      * 2026-10-15 dastagg       Staged awards appended to the
      *                          catalog change history.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQAWARD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AwardFile
           ASSIGN TO "../data/rfq-awards.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AwardFile-Status.

           SELECT RfqFile
           ASSIGN TO "../data/rfq.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RfqFile-Status.

           SELECT QuoteFile
           ASSIGN TO "../data/rfq-quotes.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QuoteFile-Status.

      *    The negotiated catalog POCALL validates against.
           SELECT CatalogFile
           ASSIGN TO "../data/supplier-catalog.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogFile-Status.

           SELECT CatalogNewFile
           ASSIGN TO "../data/supplier-catalog-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogNewFile-Status.

           SELECT CatalogCtlFile
           ASSIGN TO "../data/supplier-catalog-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogCtlFile-Status.

           SELECT CatHistFile
           ASSIGN TO "../data/catalog-change-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatHistFile-Status.

           SELECT AwardRpt
           ASSIGN TO "../data/rfq-award-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AwardRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  AwardFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Award-Record.
           05 FD-Award-Rfq-Number       PIC X(08).
           05 FD-Award-Supplier         PIC X(10).
           05 FD-Award-Break-Qty        PIC 9(07).

       FD  RfqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQREC REPLACING ==:tag:== BY ==Rfq==.

       FD  QuoteFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQQUO REPLACING ==:tag:== BY ==Quo==.

       FD  CatalogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CatalogFile-Record  PIC X(42).

       FD  CatalogNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CatalogNew-Record.
           05 FD-CatNew-Part            PIC X(23).
           05 FD-CatNew-Supp            PIC X(10).
           05 FD-CatNew-Price           PIC 9(07)V99.

       FD  CatalogCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CatalogCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  CatHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CATHIST REPLACING ==:tag:== BY ==Chist==.

       FD  AwardRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AwardRpt-Record           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==AwardFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RfqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==QuoteFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AwardRpt==.

       01  WS-File-Counters.
           12 FD-AwardFile-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-CatalogNew-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-AwardRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Award-Staged-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Award-Rejected-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Row-Replaced-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Row-Added-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Found-Flag                PIC X.
              88 WS-Found                     VALUE 'Y'.
              88 WS-Not-Found                 VALUE 'N'.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

       01  WS-Rfq-Storage.
           12 WS-Rfq-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Rfq-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rfq-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Rfq-Cnt
              INDEXED BY WS-Rfq-IDX.
              15 WS-Rfq-Number             PIC X(08).
              15 WS-Rfq-Part               PIC X(23).

       01  WS-Quote-Storage.
           12 WS-Quote-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Quote-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Quote-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Quote-Cnt
              INDEXED BY WS-Quote-IDX.
              15 WS-Quote-Rfq-Number       PIC X(08).
              15 WS-Quote-Supplier         PIC X(10).
              15 WS-Quote-Break-Qty        PIC 9(07).
              15 WS-Quote-Price            PIC 9(07)V99.
              15 WS-Quote-Currency         PIC X(03).
              15 WS-Quote-Valid-To         PIC 9(08).

      *    The live catalog, with the awarded rows applied in
      *    place before it is written out new.
       01  WS-Catalog-Storage.
           12 WS-Catalog-Max-Cnt           PIC S9(4) COMP VALUE +9999.
           12 WS-Catalog-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Catalog-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Catalog-Cnt
              INDEXED BY WS-Catalog-IDX.
              15 WS-Cat-Part               PIC X(23).
              15 WS-Cat-Supp               PIC X(10).
              15 WS-Cat-Price              PIC 9(07)V99.
           12 WS-Catalog-Rec-Layout.
              15 WS-CatL-Part              PIC X(23).
              15 WS-CatL-Supp              PIC X(10).
              15 WS-CatL-Price             PIC 9(07)V99.

       01  WS-Hold-Fields.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Old-Price                 PIC 9(07)V99 VALUE ZERO.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.
           12 WS-Hold-Quote-IDX            PIC S9(4) COMP VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Old-Price-Edit            PIC Z(6)9.99.
           12 WS-New-Price-Edit            PIC Z(6)9.99.
           12 WS-Cnt-Edit                  PIC Z(6)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-One-Award UNTIL WS-AwardFile-EOF.
           PERFORM 2500-Write-One-Catalog-Row
              VARYING WS-Catalog-IDX FROM 1 BY 1
              UNTIL WS-Catalog-IDX > WS-Catalog-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RFQAWARD: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Rfqs.
           PERFORM 1020-Load-Quotes.
           PERFORM 1030-Load-Catalog-Table.
           OPEN INPUT AwardFile.
           IF NOT WS-AwardFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "rfq-awards" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open AwardFile Failed."
              DISPLAY "File Status: " WS-AwardFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT CatalogNewFile.
      *    EXTEND appends to the permanent history; if this is the
      *    very first change, fall back to creating it.
           OPEN EXTEND CatHistFile.
           IF NOT WS-CatHistFile-Good
              OPEN OUTPUT CatHistFile
           END-IF.
           OPEN OUTPUT AwardRpt.
           MOVE SPACES TO FD-AwardRpt-Record.
           STRING "RFQ AWARDS STAGED TO THE NEGOTIATED CATALOG  RUN "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-AwardRpt-Record.
           PERFORM 2990-Write-Award-Rpt-Line.
           MOVE SPACES TO FD-AwardRpt-Record.
           PERFORM 2990-Write-Award-Rpt-Line.
           MOVE "RFQ"       TO FD-AwardRpt-Record(1:3).
           MOVE "SUPPLIER"  TO FD-AwardRpt-Record(10:8).
           MOVE "PART"      TO FD-AwardRpt-Record(21:4).
           MOVE "OLD PRICE" TO FD-AwardRpt-Record(47:9).
           MOVE "NEW PRICE" TO FD-AwardRpt-Record(58:9).
           MOVE "RESULT"    TO FD-AwardRpt-Record(69:6).
           PERFORM 2990-Write-Award-Rpt-Line.

       1010-Load-Rfqs.
           OPEN INPUT RfqFile.
           IF WS-RfqFile-Good
              PERFORM 1015-Load-One-Rfq
                 UNTIL WS-RfqFile-EOF
              CLOSE RfqFile
           END-IF.

       1015-Load-One-Rfq.
           READ RfqFile
              AT END SET WS-RfqFile-EOF TO TRUE
           END-READ.
           IF WS-RfqFile-Good
              IF WS-Rfq-Cnt >= WS-Rfq-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Rfq-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Rfq-Cnt
              SET WS-Rfq-IDX TO WS-Rfq-Cnt
              MOVE Rfq-RFQ-NUMBER TO WS-Rfq-Number(WS-Rfq-IDX)
              MOVE Rfq-PART-NUMBER TO WS-Rfq-Part(WS-Rfq-IDX)
           END-IF.

       1020-Load-Quotes.
           OPEN INPUT QuoteFile.
           IF WS-QuoteFile-Good
              PERFORM 1025-Load-One-Quote
                 UNTIL WS-QuoteFile-EOF
              CLOSE QuoteFile
           END-IF.

       1025-Load-One-Quote.
           READ QuoteFile
              AT END SET WS-QuoteFile-EOF TO TRUE
           END-READ.
           IF WS-QuoteFile-Good AND
              Quo-BREAK-QTY IS NUMERIC AND
              Quo-UNIT-PRICE IS NUMERIC AND
              Quo-VALID-TO-DATE IS NUMERIC
              IF WS-Quote-Cnt >= WS-Quote-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Quote-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Quote-Cnt
              SET WS-Quote-IDX TO WS-Quote-Cnt
              MOVE Quo-RFQ-NUMBER TO WS-Quote-Rfq-Number(WS-Quote-IDX)
              MOVE Quo-SUPPLIER-CODE TO
                 WS-Quote-Supplier(WS-Quote-IDX)
              MOVE Quo-BREAK-QTY TO WS-Quote-Break-Qty(WS-Quote-IDX)
              MOVE Quo-UNIT-PRICE TO WS-Quote-Price(WS-Quote-IDX)
              MOVE Quo-CURRENCY-CODE TO
                 WS-Quote-Currency(WS-Quote-IDX)
              MOVE Quo-VALID-TO-DATE TO
                 WS-Quote-Valid-To(WS-Quote-IDX)
           END-IF.

      *    A missing catalog just means the awards are its first
      *    rows.
       1030-Load-Catalog-Table.
           OPEN INPUT CatalogFile.
           IF WS-CatalogFile-Good
              PERFORM 1035-Load-One-Catalog-Row
                 UNTIL WS-CatalogFile-EOF
              CLOSE CatalogFile
           END-IF.

       1035-Load-One-Catalog-Row.
           READ CatalogFile
              AT END SET WS-CatalogFile-EOF TO TRUE
           END-READ.
           IF WS-CatalogFile-Good
              IF WS-Catalog-Cnt >= WS-Catalog-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Catalog-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Catalog-Cnt
              SET WS-Catalog-IDX TO WS-Catalog-Cnt
              MOVE FD-CatalogFile-Record TO WS-Catalog-Rec-Layout
              MOVE WS-CatL-Part TO WS-Cat-Part(WS-Catalog-IDX)
              MOVE WS-CatL-Supp TO WS-Cat-Supp(WS-Catalog-IDX)
              MOVE WS-CatL-Price TO WS-Cat-Price(WS-Catalog-IDX)
           END-IF.

       2000-Apply-One-Award.
           READ AwardFile
              AT END SET WS-AwardFile-EOF TO TRUE
           END-READ.
           IF WS-AwardFile-Good
              ADD +1 TO FD-AwardFile-Record-Cnt
              PERFORM 2100-Check-Award
           ELSE
              IF WS-AwardFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "rfq-awards" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-One-Award"
                 DISPLAY "Read AwardFile Failed."
                 DISPLAY "File Status: " WS-AwardFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Check-Award.
           MOVE SPACES TO WS-Reject-Reason WS-Hold-Part.
           MOVE ZERO TO WS-Hold-Quote-IDX WS-Old-Price.
           PERFORM VARYING WS-Rfq-IDX FROM 1 BY 1
              UNTIL WS-Rfq-IDX > WS-Rfq-Cnt
              IF WS-Rfq-Number(WS-Rfq-IDX) = FD-Award-Rfq-Number
                 MOVE WS-Rfq-Part(WS-Rfq-IDX) TO WS-Hold-Part
                 SET WS-Rfq-IDX TO WS-Rfq-Cnt
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-Quote-IDX FROM 1 BY 1
              UNTIL WS-Quote-IDX > WS-Quote-Cnt
              IF WS-Quote-Rfq-Number(WS-Quote-IDX) =
                 FD-Award-Rfq-Number AND
                 WS-Quote-Supplier(WS-Quote-IDX) =
                 FD-Award-Supplier AND
                 WS-Quote-Break-Qty(WS-Quote-IDX) =
                 FD-Award-Break-Qty
                 SET WS-Hold-Quote-IDX TO WS-Quote-IDX
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-Hold-Part = SPACES
                 MOVE "RFQ NOT ON FILE" TO WS-Reject-Reason
              WHEN WS-Hold-Quote-IDX = ZERO
                 MOVE "NO SUCH QUOTE" TO WS-Reject-Reason
              WHEN OTHER
                 SET WS-Quote-IDX TO WS-Hold-Quote-IDX
                 IF WS-Quote-Valid-To(WS-Quote-IDX) < WS-Today-Date
                    MOVE "QUOTE EXPIRED" TO WS-Reject-Reason
                 END-IF
                 IF WS-Quote-Price(WS-Quote-IDX) = ZERO
                    MOVE "QUOTED PRICE IS ZERO" TO WS-Reject-Reason
                 END-IF
           END-EVALUATE.
           MOVE SPACES TO FD-AwardRpt-Record.
           MOVE FD-Award-Rfq-Number TO FD-AwardRpt-Record(1:8).
           MOVE FD-Award-Supplier TO FD-AwardRpt-Record(10:10).
           MOVE WS-Hold-Part TO FD-AwardRpt-Record(21:23).
           IF WS-Reject-Reason = SPACES
              PERFORM 2200-Stage-Catalog-Row
           ELSE
              ADD +1 TO WS-Award-Rejected-Cnt
              STRING "NOT STAGED -- " WS-Reject-Reason
                 DELIMITED BY SIZE INTO FD-AwardRpt-Record(69:50)
           END-IF.
           PERFORM 2990-Write-Award-Rpt-Line.

      *    The last quote keyed for the supplier and break wins,
      *    so a revised quote simply follows the first.
       2200-Stage-Catalog-Row.
           ADD +1 TO WS-Award-Staged-Cnt.
           SET WS-Not-Found TO TRUE.
           PERFORM VARYING WS-Catalog-IDX FROM 1 BY 1
              UNTIL WS-Catalog-IDX > WS-Catalog-Cnt
              IF WS-Cat-Part(WS-Catalog-IDX) = WS-Hold-Part AND
                 WS-Cat-Supp(WS-Catalog-IDX) = FD-Award-Supplier
                 SET WS-Found TO TRUE
                 MOVE WS-Cat-Price(WS-Catalog-IDX) TO WS-Old-Price
                 MOVE WS-Quote-Price(WS-Quote-IDX) TO
                    WS-Cat-Price(WS-Catalog-IDX)
                 SET WS-Catalog-IDX TO WS-Catalog-Cnt
              END-IF
           END-PERFORM.
           IF WS-Found
              ADD +1 TO WS-Row-Replaced-Cnt
              MOVE WS-Old-Price TO WS-Old-Price-Edit
              MOVE WS-Old-Price-Edit TO FD-AwardRpt-Record(46:10)
              MOVE "STAGED -- REPLACES ROW" TO
                 FD-AwardRpt-Record(69:22)
           ELSE
              IF WS-Catalog-Cnt >= WS-Catalog-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Catalog-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Catalog-Cnt
              SET WS-Catalog-IDX TO WS-Catalog-Cnt
              MOVE WS-Hold-Part TO WS-Cat-Part(WS-Catalog-IDX)
              MOVE FD-Award-Supplier TO WS-Cat-Supp(WS-Catalog-IDX)
              MOVE WS-Quote-Price(WS-Quote-IDX) TO
                 WS-Cat-Price(WS-Catalog-IDX)
              ADD +1 TO WS-Row-Added-Cnt
              MOVE "NONE" TO FD-AwardRpt-Record(52:4)
              MOVE "STAGED -- NEW ROW" TO FD-AwardRpt-Record(69:17)
           END-IF.
           MOVE WS-Quote-Price(WS-Quote-IDX) TO WS-New-Price-Edit.
           MOVE WS-New-Price-Edit TO FD-AwardRpt-Record(57:10).
           IF WS-Quote-Currency(WS-Quote-IDX) NOT = 'USD'
              STRING "  QUOTED IN " WS-Quote-Currency(WS-Quote-IDX)
                 DELIMITED BY SIZE INTO FD-AwardRpt-Record(92:15)
           END-IF.
           PERFORM 2250-Write-History-Line.

      *    An award takes effect the day it is staged; it has no
      *    submitter or approvers of its own.
       2250-Write-History-Line.
           MOVE SPACES TO Chist-CATALOG-CHANGE.
           MOVE WS-Today-Date TO Chist-CHANGE-DATE.
           MOVE WS-Hold-Part TO Chist-PART-NUMBER.
           MOVE FD-Award-Supplier TO Chist-SUPPLIER-CODE.
           IF WS-Found
              MOVE WS-Old-Price TO Chist-OLD-PRICE
           ELSE
              MOVE ZERO TO Chist-OLD-PRICE
           END-IF.
           MOVE WS-Quote-Price(WS-Quote-IDX) TO Chist-NEW-PRICE.
           MOVE WS-Quote-Currency(WS-Quote-IDX) TO
              Chist-CURRENCY-CODE.
           MOVE WS-Today-Date TO Chist-EFFECTIVE-DATE.
           MOVE "RFQAWARD" TO Chist-SOURCE.
           MOVE FD-Award-Rfq-Number TO Chist-REFERENCE.
           WRITE Chist-CATALOG-CHANGE.
           IF NOT WS-CatHistFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "catalog-change-history" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2250-Write-History-Line"
              DISPLAY "File Status: " WS-CatHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-One-Catalog-Row.
           MOVE WS-Cat-Part(WS-Catalog-IDX) TO FD-CatNew-Part.
           MOVE WS-Cat-Supp(WS-Catalog-IDX) TO FD-CatNew-Supp.
           MOVE WS-Cat-Price(WS-Catalog-IDX) TO FD-CatNew-Price.
           WRITE FD-CatalogNew-Record.
           IF WS-CatalogNewFile-Good
              ADD +1 TO FD-CatalogNew-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE FD-CatalogNew-Record TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-New-File-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "supplier-catalog-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-One-Catalog-Row"
              DISPLAY "File Status: " WS-CatalogNewFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2990-Write-Award-Rpt-Line.
           WRITE FD-AwardRpt-Record.
           IF WS-AwardRpt-Good
              ADD +1 TO FD-AwardRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rfq-award-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Award-Rpt-Line"
              DISPLAY "File Status: " WS-AwardRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RFQAWARD: 3000-End-Job".
           MOVE SPACES TO FD-AwardRpt-Record.
           PERFORM 2990-Write-Award-Rpt-Line.
           MOVE FD-CatalogNew-Record-Cnt TO WS-Cnt-Edit.
           STRING "CATALOG ROWS STAGED FOR PROMOTION (CATALOG PAIR): "
              WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-AwardRpt-Record.
           PERFORM 2990-Write-Award-Rpt-Line.
           CLOSE AwardFile CatalogNewFile CatHistFile AwardRpt.
      *    The control line PROMOTE verifies the CATALOG pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT CatalogCtlFile.
           MOVE FD-CatalogNew-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-CatalogCtl-Record.
           CLOSE CatalogCtlFile.
           DISPLAY "  Rfq-Award: Awards Read:        "
              FD-AwardFile-Record-Cnt.
           DISPLAY "  Rfq-Award: Awards Staged:      "
              WS-Award-Staged-Cnt.
           DISPLAY "  Rfq-Award: Awards Not Staged:  "
              WS-Award-Rejected-Cnt.
           DISPLAY "  Rfq-Award: Rows Replaced:      "
              WS-Row-Replaced-Cnt.
           DISPLAY "  Rfq-Award: Rows Added:         "
              WS-Row-Added-Cnt.
           DISPLAY "  Rfq-Award: Catalog Rows Out:   "
              FD-CatalogNew-Record-Cnt.
