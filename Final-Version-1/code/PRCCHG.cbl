      ***********************************************************
      * Program name:    PRCCHG
      * Original author: David Stagowski
      *
      *    Description: Supplier price-change requests against the
      *       negotiated catalog -- submit, review, approve, and
      *       stage on the effective date.
      *
      *    The negotiated catalog POCALL holds PO prices to used
      *    to be edited by hand whenever a supplier announced an
      *    increase, with nobody's sign-off on it.  Price changes
      *    now go through a request queue
      *    (../data/price-change-requests.dat.txt, one PRCREQ row
      *    per request).  Transactions on
      *    ../data/price-change-txns.dat.txt:
      *       S  submit a request -- supplier, part, new price,
      *          currency, effective date, justification
      *       A  approve a request
      *       R  reject a request, the reason in the text field
      *    An approver needs PRCA authority for the supplier, may
      *    not be the submitter, and a request over the second-
      *    approver tolerance (VT-PRICE-CHG-2ND-PCT of the current
      *    catalog price), for a pairing with no catalog price, or
      *    in a currency other than US dollars needs two different
      *    approvers.  A pairing may have one open request at a
      *    time.
      *
      *    An approved request whose effective date has arrived
      *    replaces (or adds) its part/supplier row in a copy of
      *    the live catalog written to
      *    ../data/supplier-catalog-new.dat.txt with the count/
      *    hash control line beside it, the RFQAWARD idiom, and is
      *    appended to the permanent catalog change history
      *    ../data/catalog-change-history.dat.txt.  Until its date
      *    it simply waits, approved, on the queue.  The catalog
      *    copy is only written on a run that applies something,
      *    so a quiet run cannot overwrite an RFQAWARD copy still
      *    waiting on its promotion; promote the CATALOG and
      *    PRCCHG pairs together.
      *
      *       price-change-rpt.dat.txt  every transaction with its
      *                                 result, then each open or
      *                                 decided request beside the
      *                                 current catalog price, the
      *                                 last PO price from the
      *                                 price history, and the
      *                                 part's other sources from
      *                                 PSAPXREF the way SRCRPT
      *                                 shows them
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          price-change workflow
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCCHG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReqFile
           ASSIGN TO "../data/price-change-requests.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReqFile-Status.

           SELECT PrcTxnFile
           ASSIGN TO "../data/price-change-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrcTxnFile-Status.

           SELECT NewReqFile
           ASSIGN TO "../data/price-change-requests-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewReqFile-Status.

           SELECT ReqCtlFile
           ASSIGN TO "../data/price-change-requests-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReqCtlFile-Status.

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

      *    Last seen UNIT-PRICE per pairing, kept by POCALL --
      *    same record shape as the catalog.
           SELECT PriceHistFile
           ASSIGN TO "../data/po-price-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PriceHistFile-Status.

           SELECT CatHistFile
           ASSIGN TO "../data/catalog-change-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatHistFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

           SELECT CurrencyFile
           ASSIGN TO "../data/currency-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CurrencyFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    DYNAMIC so one part's suppliers can be browsed, the
      *    PARTSUPQ idiom.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

           SELECT PrcRpt
           ASSIGN TO "../data/price-change-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PrcRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ReqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReqFile-Record            PIC X(160).

       FD  PrcTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
      *    Transaction layout: action(1), user id(8), request
      *    id(8), then for a submission supplier(10), part(23),
      *    new price zoned 9(7)V99, currency(3), effective date
      *    (8) and justification(30).  An approval or rejection
      *    needs only the first three; a rejection's reason goes
      *    in the justification field.
       01  FD-PrcTxn-Record.
           05 FD-Txn-Action             PIC X(01).
              88 FD-Txn-Submit             VALUE 'S'.
              88 FD-Txn-Approve            VALUE 'A'.
              88 FD-Txn-Reject             VALUE 'R'.
           05 FD-Txn-User               PIC X(08).
           05 FD-Txn-Request-Id         PIC X(08).
           05 FD-Txn-Supplier           PIC X(10).
           05 FD-Txn-Part               PIC X(23).
           05 FD-Txn-New-Price          PIC 9(07)V99.
           05 FD-Txn-Currency           PIC X(03).
           05 FD-Txn-Effective-Date     PIC 9(08).
           05 FD-Txn-Text               PIC X(30).

       FD  NewReqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-NewReq-Record             PIC X(160).

       FD  ReqCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReqCtl-Record.
           05 FD-ReqCtl-Count           PIC 9(09).
           05 FD-ReqCtl-Hash            PIC 9(13).

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

       FD  PriceHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PriceHistFile-Record  PIC X(42).

       FD  CatHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CATHIST REPLACING ==:tag:== BY ==Chist==.

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  CurrencyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CurrencyFile-Record  PIC X(25).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  PrcRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PrcRpt-Record             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ReqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrcTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewReqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReqCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatalogCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PriceHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CatHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CurrencyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PrcRpt==.

       01  WS-File-Counters.
           12 FD-ReqFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-PrcTxnFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-NewReq-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-CatalogNew-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-PrcRpt-Record-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Submitted-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Approved-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Refused-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Applied-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Row-Replaced-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Row-Added-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Reviewed-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Found-Flag                PIC X.
              88 WS-Found                     VALUE 'Y'.
              88 WS-Not-Found                 VALUE 'N'.
           12 WS-Xref-Open-Flag            PIC X VALUE 'N'.
              88 WS-Xref-Open                 VALUE 'Y'.
              88 WS-Xref-Closed               VALUE 'N'.
           12 WS-Xref-Browse-Done-Flag     PIC X.
              88 WS-Xref-Browse-Done          VALUE 'Y'.
              88 WS-Xref-Browse-More          VALUE 'N'.

       01  WS-Control-Fields.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
      *    Compiled fallback when val-thresholds can't be read.
           12 WS-Second-Tol-Pct            PIC 9(03) VALUE 5.

      *    The request queue, each row held as its image; a row is
      *    worked through the Wk copy of PRCREQ.  Touched marks a
      *    row submitted, decided or applied this run, so the
      *    review shows it even once it is closed.
       01  WS-Req-Storage.
           12 WS-Req-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Req-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Req-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Req-Cnt
              INDEXED BY WS-Req-IDX.
              15 WS-Req-Image              PIC X(160).
              15 WS-Req-Touched-Flag       PIC X.
                 88 WS-Req-Touched            VALUE 'Y'.
                 88 WS-Req-Untouched          VALUE 'N'.
           12 WS-Req-Match-IDX             PIC S9(4) COMP VALUE ZERO.

           COPY PRCREQ REPLACING ==:tag:== BY ==Wk==.

      *    The live catalog, with the changes that take effect
      *    applied in place before it is written out new.
       01  WS-Catalog-Storage.
           12 WS-Catalog-Max-Cnt           PIC S9(4) COMP VALUE +9999.
           12 WS-Catalog-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Catalog-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Catalog-Cnt
              INDEXED BY WS-Catalog-IDX.
              15 WS-Cat-Part               PIC X(23).
              15 WS-Cat-Supp               PIC X(10).
              15 WS-Cat-Price              PIC 9(07)V99.
           12 WS-Catalog-Match-IDX         PIC S9(4) COMP VALUE ZERO.

       01  WS-Price-Hist-Storage.
           12 WS-Price-Hist-Max-Cnt        PIC S9(4) COMP VALUE +9999.
           12 WS-Price-Hist-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Price-Hist-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Price-Hist-Cnt
              INDEXED BY WS-Price-Hist-IDX.
              15 WS-Hist-Part              PIC X(23).
              15 WS-Hist-Supp              PIC X(10).
              15 WS-Hist-Price             PIC 9(07)V99.

      *    Typed view of one catalog or price-history record --
      *    the price is zoned with an implied decimal, so a group
      *    MOVE from the FD record carries it.
       01  WS-Pair-Rec-Layout.
           12 WS-PRL-Part                  PIC X(23).
           12 WS-PRL-Supp                  PIC X(10).
           12 WS-PRL-Price                 PIC 9(07)V99.

       01  WS-Currency-Storage.
           12 WS-Currency-Max-Cnt          PIC S9(4) COMP VALUE +99.
           12 WS-Currency-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Currency-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Currency-Cnt
              INDEXED BY WS-Currency-IDX.
              15 WS-Currency-Code          PIC X(03).

      *    One part's other sources off PSAPXREF, for the review.
       01  WS-Alt-Storage.
           12 WS-Alt-Max-Cnt               PIC S9(4) COMP VALUE +50.
           12 WS-Alt-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Alt-Table OCCURS 0 TO 50 TIMES
              DEPENDING ON WS-Alt-Cnt
              INDEXED BY WS-Alt-IDX.
              15 WS-Alt-Supp               PIC X(10).
              15 WS-Alt-Rating             PIC X(01).
              15 WS-Alt-Cat-Found-Flag     PIC X(01).
                 88 WS-Alt-Cat-Found          VALUE 'Y'.
              15 WS-Alt-Cat-Price          PIC 9(07)V99.
              15 WS-Alt-Hist-Price         PIC 9(07)V99.
           12 WS-Alt-Pick-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-Alt-Pick-Price            PIC 9(07)V99 VALUE ZERO.

       01  WS-Txn-Work.
           12 WS-Txn-Reject-Reason         PIC X(30) VALUE SPACES.
           12 WS-Txn-Result                PIC X(30) VALUE SPACES.
           12 WS-Hold-Supp                 PIC X(10) VALUE SPACES.
           12 WS-Hold-Part                 PIC X(23) VALUE SPACES.
           12 WS-Hold-Price                PIC 9(07)V99 VALUE ZERO.
           12 WS-Hist-Price-Hold           PIC 9(07)V99 VALUE ZERO.
           12 WS-Price-Diff                PIC S9(08)V99 VALUE ZERO.
      *    Compared as |diff| * 100 against tolerance * old price,
      *    the way POCALL holds a PO to the catalog.
           12 WS-Price-Lhs                 PIC S9(11)V99 VALUE ZERO.
           12 WS-Price-Rhs                 PIC S9(11)V99 VALUE ZERO.
           12 WS-Chg-Pct                   PIC S9(05)V9 VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.
           12 WS-Catalog-Hash              PIC 9(13) VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Old-Price-Edit            PIC Z(6)9.99.
           12 WS-New-Price-Edit            PIC Z(6)9.99.
           12 WS-Hist-Price-Edit           PIC Z(6)9.99.
           12 WS-Pct-Edit                  PIC -(5)9.9.
           12 WS-Cnt-Edit                  PIC Z(6)9.
           12 WS-Status-Text               PIC X(14) VALUE SPACES.

       COPY MSGAREA.
       COPY AUTHAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-PrcTxnFile-EOF.
           PERFORM 2400-Apply-If-Effective
              VARYING WS-Req-IDX FROM 1 BY 1
              UNTIL WS-Req-IDX > WS-Req-Cnt.
           PERFORM 2600-Review-Heading.
           PERFORM 2610-Review-One-Request
              VARYING WS-Req-IDX FROM 1 BY 1
              UNTIL WS-Req-IDX > WS-Req-Cnt.
           PERFORM 2500-Write-One-Req-Row
              VARYING WS-Req-IDX FROM 1 BY 1
              UNTIL WS-Req-IDX > WS-Req-Cnt.
           IF WS-Applied-Cnt > ZERO
              OPEN OUTPUT CatalogNewFile
              PERFORM 2550-Write-One-Catalog-Row
                 VARYING WS-Catalog-IDX FROM 1 BY 1
                 UNTIL WS-Catalog-IDX > WS-Catalog-Cnt
           END-IF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "PRCCHG: 1000-Begin-Job".
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
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-PRICE-CHG-2ND-PCT IS NUMERIC AND
                    VT-PRICE-CHG-2ND-PCT > ZERO
                    MOVE VT-PRICE-CHG-2ND-PCT TO WS-Second-Tol-Pct
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.
           PERFORM 1010-Load-Req-Table.
           PERFORM 1020-Load-Catalog-Table.
           PERFORM 1030-Load-Price-Hist-Table.
           PERFORM 1040-Load-Currency-Table.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SUPPOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open SuppOut Failed."
              DISPLAY "File Status: " WS-SuppOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut.
           IF NOT WS-PartOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "PARTOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PartOut Failed."
              DISPLAY "File Status: " WS-PartOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    No cross-reference yet just means the review shows no
      *    other sources.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Open TO TRUE
           END-IF.
           OPEN INPUT PrcTxnFile.
           IF NOT WS-PrcTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "price-change-txns" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open PrcTxnFile Failed."
              DISPLAY "File Status: " WS-PrcTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    EXTEND appends to the permanent history; if this is the
      *    very first change, fall back to creating it.
           OPEN EXTEND CatHistFile.
           IF NOT WS-CatHistFile-Good
              OPEN OUTPUT CatHistFile
           END-IF.
           OPEN OUTPUT NewReqFile.
           OPEN OUTPUT PrcRpt.
           MOVE SPACES TO FD-PrcRpt-Record.
           STRING "SUPPLIER PRICE-CHANGE REQUESTS  RUN "
              WS-Business-Date
              DELIMITED BY SIZE INTO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE SPACES TO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE "TRANSACTIONS" TO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE SPACES TO FD-PrcRpt-Record.
           MOVE "ACT" TO FD-PrcRpt-Record(1:3).
           MOVE "USER" TO FD-PrcRpt-Record(5:4).
           MOVE "REQUEST" TO FD-PrcRpt-Record(14:7).
           MOVE "RESULT" TO FD-PrcRpt-Record(23:6).
           PERFORM 2990-Write-Prc-Rpt-Line.

      *    A missing queue just means this batch holds the first
      *    requests.
       1010-Load-Req-Table.
           OPEN INPUT ReqFile.
           IF WS-ReqFile-Good
              PERFORM 1015-Load-One-Req-Row
                 UNTIL WS-ReqFile-EOF
              CLOSE ReqFile
           END-IF.

       1015-Load-One-Req-Row.
           READ ReqFile
              AT END SET WS-ReqFile-EOF TO TRUE
           END-READ.
           IF WS-ReqFile-Good
              IF WS-Req-Cnt >= WS-Req-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Req-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO FD-ReqFile-Record-Cnt
              ADD +1 TO WS-Req-Cnt
              SET WS-Req-IDX TO WS-Req-Cnt
              MOVE FD-ReqFile-Record TO WS-Req-Image(WS-Req-IDX)
              SET WS-Req-Untouched(WS-Req-IDX) TO TRUE
           END-IF.

      *    A missing catalog just means the requests are its
      *    first rows.
       1020-Load-Catalog-Table.
           OPEN INPUT CatalogFile.
           IF WS-CatalogFile-Good
              PERFORM 1025-Load-One-Catalog-Row
                 UNTIL WS-CatalogFile-EOF
              CLOSE CatalogFile
           END-IF.

       1025-Load-One-Catalog-Row.
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
              MOVE FD-CatalogFile-Record TO WS-Pair-Rec-Layout
              MOVE WS-PRL-Part TO WS-Cat-Part(WS-Catalog-IDX)
              MOVE WS-PRL-Supp TO WS-Cat-Supp(WS-Catalog-IDX)
              MOVE WS-PRL-Price TO WS-Cat-Price(WS-Catalog-IDX)
           END-IF.

       1030-Load-Price-Hist-Table.
           OPEN INPUT PriceHistFile.
           IF WS-PriceHistFile-Good
              PERFORM 1035-Load-One-Hist-Row
                 UNTIL WS-PriceHistFile-EOF
              CLOSE PriceHistFile
           END-IF.

       1035-Load-One-Hist-Row.
           READ PriceHistFile
              AT END SET WS-PriceHistFile-EOF TO TRUE
           END-READ.
           IF WS-PriceHistFile-Good
              IF WS-Price-Hist-Cnt >= WS-Price-Hist-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Price-Hist-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Price-Hist-Cnt
              SET WS-Price-Hist-IDX TO WS-Price-Hist-Cnt
              MOVE FD-PriceHistFile-Record TO WS-Pair-Rec-Layout
              MOVE WS-PRL-Part TO WS-Hist-Part(WS-Price-Hist-IDX)
              MOVE WS-PRL-Supp TO WS-Hist-Supp(WS-Price-Hist-IDX)
              MOVE WS-PRL-Price TO WS-Hist-Price(WS-Price-Hist-IDX)
           END-IF.

       1040-Load-Currency-Table.
           OPEN INPUT CurrencyFile.
           IF WS-CurrencyFile-Good
              PERFORM 1045-Load-One-Currency
                 UNTIL WS-CurrencyFile-EOF
              CLOSE CurrencyFile
           END-IF.

       1045-Load-One-Currency.
           READ CurrencyFile
              AT END SET WS-CurrencyFile-EOF TO TRUE
           END-READ.
           IF WS-CurrencyFile-Good
              IF WS-Currency-Cnt >= WS-Currency-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Currency-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Currency-Cnt
              SET WS-Currency-IDX TO WS-Currency-Cnt
              MOVE FD-CurrencyFile-Record(1:3) TO
                 WS-Currency-Code(WS-Currency-IDX)
           END-IF.

       2000-Apply-Transactions.
           READ PrcTxnFile
              AT END SET WS-PrcTxnFile-EOF TO TRUE
           END-READ.
           IF WS-PrcTxnFile-Good
              ADD +1 TO FD-PrcTxnFile-Record-Cnt
              PERFORM 2100-Check-Transaction
           ELSE
              IF WS-PrcTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "price-change-txns" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read PrcTxnFile Failed."
                 DISPLAY "File Status: " WS-PrcTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Check-Transaction.
           MOVE SPACES TO WS-Txn-Reject-Reason WS-Txn-Result.
           PERFORM 2110-Find-Request.
           EVALUATE TRUE
              WHEN FD-Txn-Submit
                 PERFORM 2200-Check-Submission
                 IF WS-Txn-Reject-Reason = SPACES
                    PERFORM 2250-Add-Request
                 END-IF
              WHEN FD-Txn-Approve OR FD-Txn-Reject
                 PERFORM 2300-Check-Decision
                 IF WS-Txn-Reject-Reason = SPACES
                    PERFORM 2350-Record-Decision
                 END-IF
              WHEN OTHER
                 MOVE "INVALID ACTION" TO WS-Txn-Reject-Reason
           END-EVALUATE.
           MOVE SPACES TO FD-PrcRpt-Record.
           MOVE FD-Txn-Action TO FD-PrcRpt-Record(1:1).
           MOVE FD-Txn-User TO FD-PrcRpt-Record(5:8).
           MOVE FD-Txn-Request-Id TO FD-PrcRpt-Record(14:8).
           IF WS-Txn-Reject-Reason = SPACES
              MOVE WS-Txn-Result TO FD-PrcRpt-Record(23:30)
           ELSE
              ADD +1 TO WS-Txn-Rejected-Cnt
              STRING "NOT APPLIED -- " WS-Txn-Reject-Reason
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record(23:50)
              DISPLAY "** REJECTED **: " WS-Txn-Reject-Reason
                 " : " FD-Txn-Action "-" FD-Txn-Request-Id
           END-IF.
           IF FD-Txn-Reject AND FD-Txn-Text > SPACES
              MOVE FD-Txn-Text TO FD-PrcRpt-Record(75:30)
           END-IF.
           PERFORM 2990-Write-Prc-Rpt-Line.

       2110-Find-Request.
           MOVE ZERO TO WS-Req-Match-IDX.
           PERFORM VARYING WS-Req-IDX FROM 1 BY 1
              UNTIL WS-Req-IDX > WS-Req-Cnt
              IF WS-Req-Image(WS-Req-IDX)(1:8) = FD-Txn-Request-Id
                 SET WS-Req-Match-IDX TO WS-Req-IDX
                 SET WS-Req-IDX TO WS-Req-Cnt
              END-IF
           END-PERFORM.

       2200-Check-Submission.
           EVALUATE TRUE
              WHEN FD-Txn-User NOT > SPACES
                 MOVE "SUBMITTER ID MISSING" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-Request-Id NOT > SPACES
                 MOVE "REQUEST ID MISSING" TO WS-Txn-Reject-Reason
              WHEN WS-Req-Match-IDX > ZERO
                 MOVE "REQUEST ID ALREADY ON FILE" TO
                    WS-Txn-Reject-Reason
              WHEN FD-Txn-New-Price IS NOT NUMERIC
                 MOVE "NEW PRICE NOT VALID" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-New-Price = ZERO
                 MOVE "NEW PRICE NOT VALID" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-Effective-Date IS NOT NUMERIC
                 MOVE "EFFECTIVE DATE NOT VALID" TO
                    WS-Txn-Reject-Reason
              WHEN FD-Txn-Effective-Date < WS-Business-Date
                 MOVE "EFFECTIVE DATE IN THE PAST" TO
                    WS-Txn-Reject-Reason
              WHEN FD-Txn-Text NOT > SPACES
                 MOVE "JUSTIFICATION MISSING" TO WS-Txn-Reject-Reason
           END-EVALUATE.
           IF WS-Txn-Reject-Reason = SPACES
              SET WS-Not-Found TO TRUE
              PERFORM VARYING WS-Currency-IDX FROM 1 BY 1
                 UNTIL WS-Currency-IDX > WS-Currency-Cnt
                 IF WS-Currency-Code(WS-Currency-IDX) =
                    FD-Txn-Currency
                    SET WS-Found TO TRUE
                    SET WS-Currency-IDX TO WS-Currency-Cnt
                 END-IF
              END-PERFORM
              IF WS-Not-Found
                 MOVE "CURRENCY NOT ON FILE" TO WS-Txn-Reject-Reason
              END-IF
           END-IF.
           IF WS-Txn-Reject-Reason = SPACES
              MOVE FD-Txn-Supplier TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    MOVE "SUPPLIER NOT ON FILE" TO
                       WS-Txn-Reject-Reason
              END-READ
           END-IF.
           IF WS-Txn-Reject-Reason = SPACES
              MOVE FD-Txn-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    MOVE "PART NOT ON FILE" TO WS-Txn-Reject-Reason
              END-READ
           END-IF.
      *    One open request per pairing, so two approved prices
      *    can never race each other into the catalog.
           IF WS-Txn-Reject-Reason = SPACES
              PERFORM VARYING WS-Req-IDX FROM 1 BY 1
                 UNTIL WS-Req-IDX > WS-Req-Cnt
                 MOVE WS-Req-Image(WS-Req-IDX) TO Wk-PRICE-REQUEST
                 IF Wk-OPEN-REQUEST AND
                    Wk-SUPPLIER-CODE = FD-Txn-Supplier AND
                    Wk-PART-NUMBER = FD-Txn-Part
                    MOVE "OPEN REQUEST FOR THIS PAIRING" TO
                       WS-Txn-Reject-Reason
                    SET WS-Req-IDX TO WS-Req-Cnt
                 END-IF
              END-PERFORM
           END-IF.

      *    The catalog price the request is measured against is
      *    the one on file the day it is submitted.
       2250-Add-Request.
           IF WS-Req-Cnt >= WS-Req-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Req-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Txn-Submitted-Cnt.
           MOVE SPACES TO Wk-PRICE-REQUEST.
           MOVE FD-Txn-Request-Id TO Wk-REQUEST-ID.
           MOVE FD-Txn-Supplier TO Wk-SUPPLIER-CODE.
           MOVE FD-Txn-Part TO Wk-PART-NUMBER.
           MOVE FD-Txn-New-Price TO Wk-NEW-PRICE.
           MOVE FD-Txn-Currency TO Wk-CURRENCY-CODE.
           MOVE FD-Txn-Effective-Date TO Wk-EFFECTIVE-DATE.
           MOVE FD-Txn-Text TO Wk-JUSTIFICATION.
           MOVE FD-Txn-User TO Wk-SUBMITTER.
           MOVE WS-Business-Date TO Wk-SUBMIT-DATE.
           SET Wk-SUBMITTED TO TRUE.
           MOVE ZERO TO Wk-DECIDED-DATE Wk-APPLIED-DATE.
           MOVE FD-Txn-Supplier TO WS-Hold-Supp.
           MOVE FD-Txn-Part TO WS-Hold-Part.
           PERFORM 2800-Find-Catalog-Price.
           MOVE WS-Hold-Price TO Wk-OLD-PRICE.
           MOVE 'N' TO Wk-SECOND-NEEDED.
           IF Wk-OLD-PRICE = ZERO OR
              Wk-CURRENCY-CODE NOT = 'USD'
              MOVE 'Y' TO Wk-SECOND-NEEDED
           ELSE
              COMPUTE WS-Price-Diff = Wk-NEW-PRICE - Wk-OLD-PRICE
              COMPUTE WS-Price-Lhs =
                 FUNCTION ABS(WS-Price-Diff) * 100
              COMPUTE WS-Price-Rhs =
                 WS-Second-Tol-Pct * Wk-OLD-PRICE
              IF WS-Price-Lhs > WS-Price-Rhs
                 MOVE 'Y' TO Wk-SECOND-NEEDED
              END-IF
           END-IF.
           ADD +1 TO WS-Req-Cnt.
           SET WS-Req-IDX TO WS-Req-Cnt.
           MOVE Wk-PRICE-REQUEST TO WS-Req-Image(WS-Req-IDX).
           SET WS-Req-Touched(WS-Req-IDX) TO TRUE.
           IF Wk-SECOND-REQUIRED
              MOVE "SUBMITTED -- TWO APPROVERS" TO WS-Txn-Result
           ELSE
              MOVE "SUBMITTED" TO WS-Txn-Result
           END-IF.

       2300-Check-Decision.
           IF WS-Req-Match-IDX > ZERO
              SET WS-Req-IDX TO WS-Req-Match-IDX
              MOVE WS-Req-Image(WS-Req-IDX) TO Wk-PRICE-REQUEST
           END-IF.
           EVALUATE TRUE
              WHEN WS-Req-Match-IDX = ZERO
                 MOVE "REQUEST NOT ON FILE" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-Approve AND NOT Wk-AWAITING-APPROVAL
                 MOVE "REQUEST NOT AWAITING APPROVAL" TO
                    WS-Txn-Reject-Reason
              WHEN FD-Txn-Reject AND NOT Wk-OPEN-REQUEST
                 MOVE "REQUEST NOT OPEN" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-User NOT > SPACES
                 MOVE "APPROVER ID MISSING" TO WS-Txn-Reject-Reason
              WHEN FD-Txn-User = Wk-SUBMITTER
                 MOVE "APPROVER IS THE SUBMITTER" TO
                    WS-Txn-Reject-Reason
              WHEN FD-Txn-Approve AND Wk-FIRST-APPROVED AND
                   FD-Txn-User = Wk-FIRST-APPROVER
                 MOVE "SAME APPROVER TWICE" TO WS-Txn-Reject-Reason
           END-EVALUATE.
           IF WS-Txn-Reject-Reason = SPACES
              PERFORM 2310-Check-Authority
              IF WS-Auth-Refused
                 ADD +1 TO WS-Unauth-Cnt
                 STRING "NOT AUTHORIZED -- " WS-Auth-Reason
                    DELIMITED BY SIZE INTO WS-Txn-Reject-Reason
              END-IF
           END-IF.

      *    Approving and rejecting are both PRCA, scoped by the
      *    supplier whose price is changing.
       2310-Check-Authority.
           SET WS-Auth-Check TO TRUE.
           MOVE "PRCCHG" TO WS-Auth-Program.
           MOVE FD-Txn-User TO WS-Auth-User-Id.
           MOVE "PRCA" TO WS-Auth-Function-Code.
           MOVE Wk-SUPPLIER-CODE TO WS-Auth-Supplier-Code.
           MOVE SPACES TO WS-Auth-Buyer-Code WS-Auth-Pair-Id.
           MOVE WS-Business-Date TO WS-Auth-Business-Date.
           CALL 'AUTHCHK' USING WS-Auth-Request.

       2350-Record-Decision.
           IF FD-Txn-Approve
              ADD +1 TO WS-Txn-Approved-Cnt
              IF Wk-SUBMITTED
                 MOVE FD-Txn-User TO Wk-FIRST-APPROVER
                 IF Wk-SECOND-REQUIRED
                    SET Wk-FIRST-APPROVED TO TRUE
                    MOVE "FIRST APPROVAL -- ONE MORE DUE" TO
                       WS-Txn-Result
                 ELSE
                    SET Wk-APPROVED TO TRUE
                    MOVE FD-Txn-User TO Wk-DECIDED-BY
                    MOVE WS-Business-Date TO Wk-DECIDED-DATE
                    MOVE "APPROVED" TO WS-Txn-Result
                 END-IF
              ELSE
                 MOVE FD-Txn-User TO Wk-SECOND-APPROVER
                 SET Wk-APPROVED TO TRUE
                 MOVE FD-Txn-User TO Wk-DECIDED-BY
                 MOVE WS-Business-Date TO Wk-DECIDED-DATE
                 MOVE "APPROVED -- SECOND APPROVER" TO WS-Txn-Result
              END-IF
           ELSE
              ADD +1 TO WS-Txn-Refused-Cnt
              SET Wk-REJECTED TO TRUE
              MOVE FD-Txn-User TO Wk-DECIDED-BY
              MOVE WS-Business-Date TO Wk-DECIDED-DATE
              MOVE "REJECTED" TO WS-Txn-Result
           END-IF.
           MOVE Wk-PRICE-REQUEST TO WS-Req-Image(WS-Req-IDX).
           SET WS-Req-Touched(WS-Req-IDX) TO TRUE.

      *    An approved request takes effect the first run on or
      *    after its date.  OLD-PRICE is restated as the catalog
      *    price it actually replaces.
       2400-Apply-If-Effective.
           MOVE WS-Req-Image(WS-Req-IDX) TO Wk-PRICE-REQUEST.
           IF Wk-APPROVED AND
              Wk-EFFECTIVE-DATE NOT > WS-Business-Date
              MOVE Wk-SUPPLIER-CODE TO WS-Hold-Supp
              MOVE Wk-PART-NUMBER TO WS-Hold-Part
              PERFORM 2800-Find-Catalog-Price
              MOVE WS-Hold-Price TO Wk-OLD-PRICE
              IF WS-Found
                 SET WS-Catalog-IDX TO WS-Catalog-Match-IDX
                 ADD +1 TO WS-Row-Replaced-Cnt
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
                 MOVE Wk-PART-NUMBER TO WS-Cat-Part(WS-Catalog-IDX)
                 MOVE Wk-SUPPLIER-CODE TO WS-Cat-Supp(WS-Catalog-IDX)
                 ADD +1 TO WS-Row-Added-Cnt
              END-IF
              MOVE Wk-NEW-PRICE TO WS-Cat-Price(WS-Catalog-IDX)
              SET Wk-APPLIED TO TRUE
              MOVE WS-Business-Date TO Wk-APPLIED-DATE
              MOVE Wk-PRICE-REQUEST TO WS-Req-Image(WS-Req-IDX)
              SET WS-Req-Touched(WS-Req-IDX) TO TRUE
              ADD +1 TO WS-Applied-Cnt
              PERFORM 2450-Write-History-Line
           END-IF.

       2450-Write-History-Line.
           MOVE SPACES TO Chist-CATALOG-CHANGE.
           MOVE WS-Business-Date TO Chist-CHANGE-DATE.
           MOVE Wk-PART-NUMBER TO Chist-PART-NUMBER.
           MOVE Wk-SUPPLIER-CODE TO Chist-SUPPLIER-CODE.
           MOVE Wk-OLD-PRICE TO Chist-OLD-PRICE.
           MOVE Wk-NEW-PRICE TO Chist-NEW-PRICE.
           MOVE Wk-CURRENCY-CODE TO Chist-CURRENCY-CODE.
           MOVE Wk-EFFECTIVE-DATE TO Chist-EFFECTIVE-DATE.
           MOVE "PRCCHG" TO Chist-SOURCE.
           MOVE Wk-REQUEST-ID TO Chist-REFERENCE.
           MOVE Wk-SUBMITTER TO Chist-SUBMITTER.
           MOVE Wk-FIRST-APPROVER TO Chist-FIRST-APPROVER.
           MOVE Wk-SECOND-APPROVER TO Chist-SECOND-APPROVER.
           WRITE Chist-CATALOG-CHANGE.
           IF NOT WS-CatHistFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "catalog-change-history" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2450-Write-History-Line"
              DISPLAY "File Status: " WS-CatHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2500-Write-One-Req-Row.
           MOVE WS-Req-Image(WS-Req-IDX) TO FD-NewReq-Record.
           WRITE FD-NewReq-Record.
           IF WS-NewReqFile-Good
              ADD +1 TO FD-NewReq-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE FD-NewReq-Record TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-New-File-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "price-change-requests-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2500-Write-One-Req-Row"
              DISPLAY "File Status: " WS-NewReqFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2550-Write-One-Catalog-Row.
           MOVE WS-Cat-Part(WS-Catalog-IDX) TO FD-CatNew-Part.
           MOVE WS-Cat-Supp(WS-Catalog-IDX) TO FD-CatNew-Supp.
           MOVE WS-Cat-Price(WS-Catalog-IDX) TO FD-CatNew-Price.
           WRITE FD-CatalogNew-Record.
           IF WS-CatalogNewFile-Good
              ADD +1 TO FD-CatalogNew-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE FD-CatalogNew-Record TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-Catalog-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "supplier-catalog-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2550-Write-One-Catalog-Row"
              DISPLAY "File Status: " WS-CatalogNewFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2600-Review-Heading.
           MOVE SPACES TO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE "REQUESTS OPEN OR DECIDED THIS RUN" TO
              FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE SPACES TO FD-PrcRpt-Record.
           MOVE "REQUEST" TO FD-PrcRpt-Record(1:7).
           MOVE "SUPPLIER" TO FD-PrcRpt-Record(10:8).
           MOVE "PART" TO FD-PrcRpt-Record(21:4).
           MOVE "CATALOG" TO FD-PrcRpt-Record(48:7).
           MOVE "NEW PRICE" TO FD-PrcRpt-Record(57:9).
           MOVE "CUR" TO FD-PrcRpt-Record(67:3).
           MOVE "CHANGE%" TO FD-PrcRpt-Record(71:7).
           MOVE "LAST PO" TO FD-PrcRpt-Record(83:7).
           MOVE "EFFECTIVE" TO FD-PrcRpt-Record(92:9).
           MOVE "STATUS" TO FD-PrcRpt-Record(102:6).
           PERFORM 2990-Write-Prc-Rpt-Line.

      *    Each request beside the catalog price it is measured
      *    against, the last price actually paid, and what the
      *    part's other sources charge.
       2610-Review-One-Request.
           MOVE WS-Req-Image(WS-Req-IDX) TO Wk-PRICE-REQUEST.
           IF Wk-OPEN-REQUEST OR WS-Req-Touched(WS-Req-IDX)
              ADD +1 TO WS-Reviewed-Cnt
              PERFORM 2620-Write-Request-Lines
              PERFORM 2700-Load-Alternatives
              PERFORM 2750-Write-Alternatives
           END-IF.

       2620-Write-Request-Lines.
           MOVE SPACES TO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE Wk-REQUEST-ID TO FD-PrcRpt-Record(1:8).
           MOVE Wk-SUPPLIER-CODE TO FD-PrcRpt-Record(10:10).
           MOVE Wk-PART-NUMBER TO FD-PrcRpt-Record(21:23).
           IF Wk-OLD-PRICE > ZERO
              MOVE Wk-OLD-PRICE TO WS-Old-Price-Edit
              MOVE WS-Old-Price-Edit TO FD-PrcRpt-Record(45:10)
              COMPUTE WS-Chg-Pct ROUNDED =
                 (Wk-NEW-PRICE - Wk-OLD-PRICE) * 100 / Wk-OLD-PRICE
              MOVE WS-Chg-Pct TO WS-Pct-Edit
              MOVE WS-Pct-Edit TO FD-PrcRpt-Record(70:8)
           ELSE
              MOVE "NONE" TO FD-PrcRpt-Record(51:4)
              MOVE "NEW" TO FD-PrcRpt-Record(75:3)
           END-IF.
           MOVE Wk-NEW-PRICE TO WS-New-Price-Edit.
           MOVE WS-New-Price-Edit TO FD-PrcRpt-Record(56:10).
           MOVE Wk-CURRENCY-CODE TO FD-PrcRpt-Record(67:3).
           MOVE Wk-SUPPLIER-CODE TO WS-Hold-Supp.
           MOVE Wk-PART-NUMBER TO WS-Hold-Part.
           PERFORM 2810-Find-Hist-Price.
           IF WS-Found
              MOVE WS-Hist-Price-Hold TO WS-Hist-Price-Edit
              MOVE WS-Hist-Price-Edit TO FD-PrcRpt-Record(80:10)
           ELSE
              MOVE "NONE" TO FD-PrcRpt-Record(86:4)
           END-IF.
           MOVE Wk-EFFECTIVE-DATE TO FD-PrcRpt-Record(92:8).
           EVALUATE TRUE
              WHEN Wk-SUBMITTED
                 MOVE "SUBMITTED" TO WS-Status-Text
              WHEN Wk-FIRST-APPROVED
                 MOVE "1ST APPROVED" TO WS-Status-Text
              WHEN Wk-APPROVED
                 MOVE "APPROVED" TO WS-Status-Text
              WHEN Wk-APPLIED
                 MOVE "APPLIED" TO WS-Status-Text
              WHEN Wk-REJECTED
                 MOVE "REJECTED" TO WS-Status-Text
              WHEN OTHER
                 MOVE Wk-REQ-STATUS TO WS-Status-Text
           END-EVALUATE.
           MOVE WS-Status-Text TO FD-PrcRpt-Record(102:14).
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE SPACES TO FD-PrcRpt-Record.
           STRING "   SUBMITTED BY " Wk-SUBMITTER " ON "
              Wk-SUBMIT-DATE ": " Wk-JUSTIFICATION
              DELIMITED BY SIZE INTO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           MOVE SPACES TO FD-PrcRpt-Record.
           IF Wk-SECOND-REQUIRED
              MOVE "   TWO APPROVERS REQUIRED" TO
                 FD-PrcRpt-Record(1:26)
           ELSE
              MOVE "   ONE APPROVER REQUIRED" TO
                 FD-PrcRpt-Record(1:26)
           END-IF.
           IF Wk-FIRST-APPROVER > SPACES
              STRING "APPROVED BY " Wk-FIRST-APPROVER
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record(30:20)
           END-IF.
           IF Wk-SECOND-APPROVER > SPACES
              STRING "AND " Wk-SECOND-APPROVER
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record(51:12)
           END-IF.
           IF Wk-REJECTED
              STRING "REJECTED BY " Wk-DECIDED-BY " ON "
                 Wk-DECIDED-DATE
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record(64:32)
           END-IF.
           IF Wk-APPLIED
              STRING "STAGED TO CATALOG " Wk-APPLIED-DATE
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record(64:26)
           END-IF.
           PERFORM 2990-Write-Prc-Rpt-Line.

      *    The part's other suppliers off PSAPXREF, each with its
      *    rating, catalog price and last PO price.
       2700-Load-Alternatives.
           MOVE ZERO TO WS-Alt-Cnt WS-Alt-Pick-IDX.
           IF WS-Xref-Open
              SET WS-Xref-Browse-More TO TRUE
              MOVE Wk-PART-NUMBER TO Xref-XREF-PART-NUMBER
              MOVE LOW-VALUES TO Xref-XREF-SUPPLIER-CODE
              START XrefFile KEY >= Xref-XREF-KEY
                 INVALID KEY SET WS-Xref-Browse-Done TO TRUE
              END-START
              PERFORM 2710-Load-One-Alternative
                 UNTIL WS-Xref-Browse-Done
              PERFORM 2730-Pick-Cheapest-Adequate
           END-IF.

       2710-Load-One-Alternative.
           READ XrefFile NEXT
              AT END SET WS-Xref-Browse-Done TO TRUE
           END-READ.
           IF WS-XrefFile-Good AND
              Xref-XREF-PART-NUMBER = Wk-PART-NUMBER
              IF Xref-XREF-SUPPLIER-CODE NOT = Wk-SUPPLIER-CODE AND
                 WS-Alt-Cnt < WS-Alt-Max-Cnt
                 ADD +1 TO WS-Alt-Cnt
                 SET WS-Alt-IDX TO WS-Alt-Cnt
                 PERFORM 2720-Fill-Alternative
              END-IF
           ELSE
              SET WS-Xref-Browse-Done TO TRUE
           END-IF.

       2720-Fill-Alternative.
           MOVE Xref-XREF-SUPPLIER-CODE TO WS-Alt-Supp(WS-Alt-IDX).
           MOVE Xref-XREF-SUPPLIER-CODE TO WS-Hold-Supp.
           MOVE Wk-PART-NUMBER TO WS-Hold-Part.
           PERFORM 2800-Find-Catalog-Price.
           MOVE WS-Found-Flag TO WS-Alt-Cat-Found-Flag(WS-Alt-IDX).
           MOVE WS-Hold-Price TO WS-Alt-Cat-Price(WS-Alt-IDX).
           PERFORM 2810-Find-Hist-Price.
           MOVE WS-Hist-Price-Hold TO WS-Alt-Hist-Price(WS-Alt-IDX).
           MOVE SPACES TO SuppOut-SUPPLIERS.
           MOVE Xref-XREF-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 MOVE SPACES TO SuppOut-SUPPLIER-RATING
           END-READ.
           MOVE SuppOut-SUPPLIER-RATING TO WS-Alt-Rating(WS-Alt-IDX).

      *    SRCRPT's pick: the lowest catalog price among sources
      *    rated average or better.
       2730-Pick-Cheapest-Adequate.
           MOVE 9999999.99 TO WS-Alt-Pick-Price.
           PERFORM VARYING WS-Alt-IDX FROM 1 BY 1
              UNTIL WS-Alt-IDX > WS-Alt-Cnt
              IF WS-Alt-Cat-Found(WS-Alt-IDX) AND
                 (WS-Alt-Rating(WS-Alt-IDX) = '2' OR
                  WS-Alt-Rating(WS-Alt-IDX) = '3') AND
                 WS-Alt-Cat-Price(WS-Alt-IDX) < WS-Alt-Pick-Price
                 MOVE WS-Alt-Cat-Price(WS-Alt-IDX) TO
                    WS-Alt-Pick-Price
                 SET WS-Alt-Pick-IDX TO WS-Alt-IDX
              END-IF
           END-PERFORM.

       2750-Write-Alternatives.
           IF WS-Alt-Cnt = ZERO
              MOVE SPACES TO FD-PrcRpt-Record
              MOVE "   NO OTHER SOURCE ON PSAPXREF" TO
                 FD-PrcRpt-Record
              PERFORM 2990-Write-Prc-Rpt-Line
           END-IF.
           PERFORM 2760-Write-One-Alternative
              VARYING WS-Alt-IDX FROM 1 BY 1
              UNTIL WS-Alt-IDX > WS-Alt-Cnt.

       2760-Write-One-Alternative.
           MOVE SPACES TO FD-PrcRpt-Record.
           MOVE "   ALT" TO FD-PrcRpt-Record(1:6).
           MOVE WS-Alt-Supp(WS-Alt-IDX) TO FD-PrcRpt-Record(10:10).
           MOVE "RATING" TO FD-PrcRpt-Record(21:6).
           MOVE WS-Alt-Rating(WS-Alt-IDX) TO FD-PrcRpt-Record(28:1).
           IF WS-Alt-Cat-Found(WS-Alt-IDX)
              MOVE WS-Alt-Cat-Price(WS-Alt-IDX) TO WS-Old-Price-Edit
              MOVE WS-Old-Price-Edit TO FD-PrcRpt-Record(45:10)
           ELSE
              MOVE "NONE" TO FD-PrcRpt-Record(51:4)
           END-IF.
           IF WS-Alt-Hist-Price(WS-Alt-IDX) > ZERO
              MOVE WS-Alt-Hist-Price(WS-Alt-IDX) TO
                 WS-Hist-Price-Edit
              MOVE WS-Hist-Price-Edit TO FD-PrcRpt-Record(80:10)
           ELSE
              MOVE "NONE" TO FD-PrcRpt-Record(86:4)
           END-IF.
           IF WS-Alt-IDX = WS-Alt-Pick-IDX
              MOVE "CHEAPEST ADEQUATE" TO FD-PrcRpt-Record(102:17)
           END-IF.
           PERFORM 2990-Write-Prc-Rpt-Line.

       2800-Find-Catalog-Price.
           SET WS-Not-Found TO TRUE.
           MOVE ZERO TO WS-Hold-Price WS-Catalog-Match-IDX.
           PERFORM VARYING WS-Catalog-IDX FROM 1 BY 1
              UNTIL WS-Catalog-IDX > WS-Catalog-Cnt
              IF WS-Cat-Part(WS-Catalog-IDX) = WS-Hold-Part AND
                 WS-Cat-Supp(WS-Catalog-IDX) = WS-Hold-Supp
                 SET WS-Found TO TRUE
                 MOVE WS-Cat-Price(WS-Catalog-IDX) TO WS-Hold-Price
                 SET WS-Catalog-Match-IDX TO WS-Catalog-IDX
                 SET WS-Catalog-IDX TO WS-Catalog-Cnt
              END-IF
           END-PERFORM.

       2810-Find-Hist-Price.
           SET WS-Not-Found TO TRUE.
           MOVE ZERO TO WS-Hist-Price-Hold.
           PERFORM VARYING WS-Price-Hist-IDX FROM 1 BY 1
              UNTIL WS-Price-Hist-IDX > WS-Price-Hist-Cnt
              IF WS-Hist-Part(WS-Price-Hist-IDX) = WS-Hold-Part AND
                 WS-Hist-Supp(WS-Price-Hist-IDX) = WS-Hold-Supp
                 SET WS-Found TO TRUE
                 MOVE WS-Hist-Price(WS-Price-Hist-IDX) TO
                    WS-Hist-Price-Hold
                 SET WS-Price-Hist-IDX TO WS-Price-Hist-Cnt
              END-IF
           END-PERFORM.

       2990-Write-Prc-Rpt-Line.
           WRITE FD-PrcRpt-Record.
           IF WS-PrcRpt-Good
              ADD +1 TO FD-PrcRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "price-change-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Prc-Rpt-Line"
              DISPLAY "File Status: " WS-PrcRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "PRCCHG: 3000-End-Job".
           MOVE SPACES TO FD-PrcRpt-Record.
           PERFORM 2990-Write-Prc-Rpt-Line.
           IF WS-Applied-Cnt > ZERO
              MOVE FD-CatalogNew-Record-Cnt TO WS-Cnt-Edit
              STRING "CATALOG ROWS STAGED FOR PROMOTION (CATALOG "
                 "PAIR): " WS-Cnt-Edit
                 DELIMITED BY SIZE INTO FD-PrcRpt-Record
           ELSE
              MOVE "NO CHANGE TOOK EFFECT -- NO CATALOG STAGED" TO
                 FD-PrcRpt-Record
           END-IF.
           PERFORM 2990-Write-Prc-Rpt-Line.
           CLOSE PrcTxnFile NewReqFile CatHistFile PrcRpt
              SuppOut PartOut.
           IF WS-Xref-Open
              CLOSE XrefFile
           END-IF.
      *    The control lines PROMOTE verifies the PRCCHG and
      *    CATALOG pairs against -- count and the PSAPHASH hash of
      *    every record written.
           OPEN OUTPUT ReqCtlFile.
           MOVE FD-NewReq-Record-Cnt TO FD-ReqCtl-Count.
           MOVE WS-New-File-Hash TO FD-ReqCtl-Hash.
           WRITE FD-ReqCtl-Record.
           CLOSE ReqCtlFile.
           IF WS-Applied-Cnt > ZERO
              CLOSE CatalogNewFile
              OPEN OUTPUT CatalogCtlFile
              MOVE FD-CatalogNew-Record-Cnt TO FD-Ctl-Count
              MOVE WS-Catalog-Hash TO FD-Ctl-Hash
              WRITE FD-CatalogCtl-Record
              CLOSE CatalogCtlFile
           END-IF.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Prc-Chg: Requests On File:   "
              FD-ReqFile-Record-Cnt.
           DISPLAY "  Prc-Chg: Txns Read:          "
              FD-PrcTxnFile-Record-Cnt.
           DISPLAY "  Prc-Chg: Submitted:          "
              WS-Txn-Submitted-Cnt.
           DISPLAY "  Prc-Chg: Approvals:          "
              WS-Txn-Approved-Cnt.
           DISPLAY "  Prc-Chg: Rejected Requests:  "
              WS-Txn-Refused-Cnt.
           DISPLAY "  Prc-Chg: Txns Not Applied:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Prc-Chg: Not Authorized:     "
              WS-Unauth-Cnt.
           DISPLAY "  Prc-Chg: Changes Applied:    "
              WS-Applied-Cnt.
           DISPLAY "  Prc-Chg: Rows Replaced:      "
              WS-Row-Replaced-Cnt.
           DISPLAY "  Prc-Chg: Rows Added:         "
              WS-Row-Added-Cnt.
           DISPLAY "  Prc-Chg: Requests Reviewed:  "
              WS-Reviewed-Cnt.
           DISPLAY "  Prc-Chg: Requests Out:       "
              FD-NewReq-Record-Cnt.
