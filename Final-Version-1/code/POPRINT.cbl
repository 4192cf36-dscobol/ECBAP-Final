      ***********************************************************
      * Program name:    POPRINT
      * Original author: David Stagowski
      *
      *    Description: Printable purchase order documents for
      *       the suppliers not on EDI.
      *
      *    EDI850X covers the trading partners on the VAN; the
      *    rest of the supply base still gets its POs by mail or
      *    fax, and buyers were retyping them from POOUT.  This
      *    prints one purchase order document per supplier per
      *    run for every supplier on POOUT that is not flagged as
      *    an EDI trading partner on the hand-maintained list
      *    ../data/edi-partners.dat.txt (supplier code X(10) plus
      *    'Y' -- the ers-suppliers convention; EDI850X reads the
      *    same list).  A missing list means no supplier is on
      *    EDI yet and every one gets a printed PO.
      *
      *    Each document is addressed to the supplier's ORDER
      *    address (ADDRESS-TYPE '1') on addrout, and lists each
      *    PO line: part, PART-NAME and UNIT-OF-MEASURE from
      *    PARTOUT, quantity, unit price, currency, extended
      *    value, delivery date, and the buyer's name off
      *    buyer-code.dat.txt.  Totals are per currency --
      *    currencies are never added together.
      *
      *    A PO POCHG has amended prints as a revised PO.  The
      *    revision number is the count of separate POCHG runs
      *    that amended it on the permanent PO change-history
      *    file, so a PO amended twice prints as revision 2 no
      *    matter how many fields each run touched.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-18 dastagg       Created for printed POs
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    AddrOut's own SELECT in ADDRCALL.cbl is the authority
      *    -- keyed, so the order address is one START away.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

           SELECT BuyerFile
           ASSIGN TO "../data/buyer-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BuyerFile-Status.

      *    A missing list means no supplier is on EDI.
           SELECT EdiPartnerFile
           ASSIGN TO "../data/edi-partners.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EdiPartnerFile-Status.

      *    POCHG's permanent amendment history.  A missing file
      *    just means nothing has ever been amended.
           SELECT PoChangeLog
           ASSIGN TO "../data/po-change-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoChangeLog-Status.

           SELECT PoPrintFile
           ASSIGN TO "../data/po-print.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PoPrintFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

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

       FD  BuyerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BuyerFile-Record  PIC X(34).

       FD  EdiPartnerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EdiPartner-Record.
           05 FD-Edi-Supplier           PIC X(10).
           05 FD-Edi-Flag               PIC X(01).
              88 FD-Edi-On                 VALUE 'Y'.

       FD  PoChangeLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoChangeLog-Record.
           05 FD-Hist-Run-Date          PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Hist-PO-Number         PIC X(06).
           05 FILLER                    PIC X(117).

       FD  PoPrintFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoPrint-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==BuyerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiPartnerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoChangeLog==.
           COPY WSFST REPLACING ==:tag:== BY ==PoPrintFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-PoPrint-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Document-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Po-Lines-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Revised-Lines-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Edi-Skipped-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Supp-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Part-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Order-Addr-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              88 WS-Supp-Seen-Found           VALUE 'Y'.
              88 WS-Supp-Seen-Not-Found       VALUE 'N'.
           12 WS-Order-Addr-Found-Flag     PIC X.
              88 WS-Order-Addr-Found          VALUE 'Y'.
              88 WS-Order-Addr-Not-Found      VALUE 'N'.
           12 WS-Edi-Found-Flag            PIC X.
              88 WS-Edi-Found                 VALUE 'Y'.
              88 WS-Edi-Not-Found             VALUE 'N'.
           12 WS-Rev-Found-Flag            PIC X.
              88 WS-Rev-Found                 VALUE 'Y'.
              88 WS-Rev-Not-Found             VALUE 'N'.
           12 WS-Cur-Found-Flag            PIC X.
              88 WS-Cur-Found                 VALUE 'Y'.
              88 WS-Cur-Not-Found             VALUE 'N'.
           12 WS-Doc-Revised-Flag          PIC X.
              88 WS-Doc-Revised               VALUE 'Y'.
              88 WS-Doc-Original              VALUE 'N'.

       01  WS-Buyer-Table-Storage.
           12 WS-Buyer-Max-Element-Counter PIC S9(4) COMP VALUE +999.
           12 WS-Buyer-Occurs-Dep-Counter  PIC S9(4) COMP VALUE ZERO.
           12 WS-Buyer-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Buyer-Occurs-Dep-Counter
              INDEXED BY WS-Buyer-IDX.
              15 WS-Buyer-Code       PIC X(3).
              15 WS-Buyer-Name       PIC X(20).

       01  WS-Edi-Partner-Storage.
           12 WS-Edi-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Edi-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Edi-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Edi-Cnt
              INDEXED BY WS-Edi-IDX.
              15 WS-Edi-Supplier           PIC X(10).

      *    One row per PO on the change history: the number of
      *    separate POCHG runs that amended it.
       01  WS-Revision-Storage.
           12 WS-Rev-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Rev-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rev-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Rev-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Rev-Cnt
              INDEXED BY WS-Rev-IDX.
              15 WS-Rev-PO-Number          PIC X(06).
              15 WS-Rev-Last-Run-Date      PIC X(08).
              15 WS-Rev-Number             PIC S9(4) COMP.

       01  WS-Supp-Seen-Storage.
      *    The distinct non-EDI suppliers on this run's POOUT, in
      *    first-seen order -- one document is printed per entry.
           12 WS-Supp-Seen-Max-Cnt         PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Seen-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Seen-Cnt
              INDEXED BY WS-Supp-Seen-IDX.
              15 WS-Supp-Seen-Code         PIC X(10).

      *    Per-currency totals for the document being printed.
       01  WS-Doc-Totals-Storage.
           12 WS-Cur-Max-Cnt               PIC S9(4) COMP VALUE +20.
           12 WS-Cur-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Table OCCURS 0 TO 20 TIMES
              DEPENDING ON WS-Cur-Cnt
              INDEXED BY WS-Cur-IDX.
              15 WS-Cur-Code               PIC X(03).
              15 WS-Cur-Total              PIC S9(13)V99.

       01  WS-Hold-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-PO-Number            PIC X(06) VALUE SPACES.
           12 WS-Line-Buyer-Name           PIC X(20) VALUE SPACES.
           12 WS-Line-Part-Name            PIC X(14) VALUE SPACES.
           12 WS-Line-Uom                  PIC X(03) VALUE SPACES.
           12 WS-Line-Rev-Number           PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Unit-Edit                 PIC Z(6)9.99.
           12 WS-Value-Edit                PIC Z(10)9.99.
           12 WS-Total-Edit                PIC Z(12)9.99.
           12 WS-Rev-Edit                  PIC Z9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Collect-Suppliers UNTIL WS-PoOut-EOF.
           CLOSE PoOut.
           PERFORM 2500-Print-One-Document
              VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "POPRINT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Buyer-Table.
           PERFORM 1020-Load-Edi-Partners.
           PERFORM 1030-Load-Revisions.
           OPEN INPUT PoOut.
           OPEN INPUT PartOut.
           OPEN INPUT SuppOut.
           OPEN INPUT AddrOut.
           OPEN OUTPUT PoPrintFile.

       1010-Load-Buyer-Table.
           OPEN INPUT BuyerFile.
           IF WS-BuyerFile-Good
              PERFORM 1015-Load-Buyer UNTIL WS-BuyerFile-EOF
              CLOSE BuyerFile
           END-IF.

       1015-Load-Buyer.
           READ BuyerFile
              AT END SET WS-BuyerFile-EOF TO TRUE
           END-READ.
           IF WS-BuyerFile-Good
              IF WS-Buyer-Occurs-Dep-Counter >=
                 WS-Buyer-Max-Element-Counter
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Buyer-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Buyer-Occurs-Dep-Counter
              SET WS-Buyer-IDX TO WS-Buyer-Occurs-Dep-Counter
              MOVE FD-BuyerFile-Record(1:3) TO
                 WS-Buyer-Code(WS-Buyer-IDX)
              MOVE FD-BuyerFile-Record(4:20) TO
                 WS-Buyer-Name(WS-Buyer-IDX)
           END-IF.

       1020-Load-Edi-Partners.
           OPEN INPUT EdiPartnerFile.
           IF WS-EdiPartnerFile-Good
              PERFORM 1025-Load-One-Edi-Partner
                 UNTIL WS-EdiPartnerFile-EOF
              CLOSE EdiPartnerFile
           END-IF.

       1025-Load-One-Edi-Partner.
           READ EdiPartnerFile
              AT END SET WS-EdiPartnerFile-EOF TO TRUE
           END-READ.
           IF WS-EdiPartnerFile-Good AND FD-Edi-On
              IF WS-Edi-Cnt >= WS-Edi-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Edi-Partner-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Edi-Cnt
              SET WS-Edi-IDX TO WS-Edi-Cnt
              MOVE FD-Edi-Supplier TO WS-Edi-Supplier(WS-Edi-IDX)
           END-IF.

      *    POCHG writes an OLD and a NEW line per field changed,
      *    all stamped with the run date, and the file only grows
      *    -- a new run date for a PO is a new revision.
       1030-Load-Revisions.
           OPEN INPUT PoChangeLog.
           IF WS-PoChangeLog-Good
              PERFORM 1035-Load-One-History-Line
                 UNTIL WS-PoChangeLog-EOF
              CLOSE PoChangeLog
           END-IF.

       1035-Load-One-History-Line.
           READ PoChangeLog
              AT END SET WS-PoChangeLog-EOF TO TRUE
           END-READ.
           IF WS-PoChangeLog-Good AND FD-Hist-PO-Number > SPACES
              MOVE FD-Hist-PO-Number TO WS-Hold-PO-Number
              PERFORM 1100-Find-Revision
              IF WS-Rev-Not-Found
                 IF WS-Rev-Cnt >= WS-Rev-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Revision-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Rev-Cnt
                 SET WS-Rev-Match-IDX TO WS-Rev-Cnt
                 MOVE FD-Hist-PO-Number TO
                    WS-Rev-PO-Number(WS-Rev-Match-IDX)
                 MOVE SPACES TO WS-Rev-Last-Run-Date(WS-Rev-Match-IDX)
                 MOVE ZERO TO WS-Rev-Number(WS-Rev-Match-IDX)
              END-IF
              IF FD-Hist-Run-Date NOT =
                 WS-Rev-Last-Run-Date(WS-Rev-Match-IDX)
                 ADD +1 TO WS-Rev-Number(WS-Rev-Match-IDX)
                 MOVE FD-Hist-Run-Date TO
                    WS-Rev-Last-Run-Date(WS-Rev-Match-IDX)
              END-IF
           END-IF.

       1100-Find-Revision.
           SET WS-Rev-Not-Found TO TRUE.
           MOVE ZERO TO WS-Rev-Match-IDX.
           PERFORM VARYING WS-Rev-IDX FROM 1 BY 1
              UNTIL WS-Rev-IDX > WS-Rev-Cnt
              IF WS-Rev-PO-Number(WS-Rev-IDX) = WS-Hold-PO-Number
                 SET WS-Rev-Found TO TRUE
                 SET WS-Rev-Match-IDX TO WS-Rev-IDX
                 SET WS-Rev-IDX TO WS-Rev-Cnt
              END-IF
           END-PERFORM.

       1110-Find-Edi-Partner.
           SET WS-Edi-Not-Found TO TRUE.
           PERFORM VARYING WS-Edi-IDX FROM 1 BY 1
              UNTIL WS-Edi-IDX > WS-Edi-Cnt
              IF WS-Edi-Supplier(WS-Edi-IDX) = WS-Hold-Supplier
                 SET WS-Edi-Found TO TRUE
                 SET WS-Edi-IDX TO WS-Edi-Cnt
              END-IF
           END-PERFORM.

       2000-Collect-Suppliers.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*" OR
                 PoOut-SUPPLIER-CODE = SPACES
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 MOVE PoOut-SUPPLIER-CODE TO WS-Hold-Supplier
                 PERFORM 1110-Find-Edi-Partner
                 IF WS-Edi-Found
                    ADD +1 TO WS-Edi-Skipped-Cnt
                 ELSE
                    PERFORM 2100-Note-Supplier
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Collect-Suppliers"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2100-Note-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt
              IF WS-Supp-Seen-Code(WS-Supp-Seen-IDX) =
                 WS-Hold-Supplier
                 SET WS-Supp-Seen-Found TO TRUE
                 SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              END-IF
           END-PERFORM.
           IF WS-Supp-Seen-Not-Found
              IF WS-Supp-Seen-Cnt >= WS-Supp-Seen-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Supp-Seen-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Supp-Seen-Cnt
              SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              MOVE WS-Hold-Supplier TO
                 WS-Supp-Seen-Code(WS-Supp-Seen-IDX)
           END-IF.

      *    One document per supplier: the supplier's POs are
      *    pre-scanned so a revised document says so in its
      *    heading, then POOUT is re-read for the lines.
       2500-Print-One-Document.
           MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
              WS-Cur-Supplier.
           ADD +1 TO WS-Document-Cnt.
           MOVE ZERO TO WS-Cur-Cnt.
           PERFORM 2505-Check-Revised-POs.
           PERFORM 2600-Print-Document-Heading.
           OPEN INPUT PoOut.
           IF WS-PoOut-Good
              PERFORM 2700-Print-One-PO-Line UNTIL WS-PoOut-EOF
           END-IF.
           CLOSE PoOut.
           PERFORM 2800-Print-Document-Total
              VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt.
           MOVE SPACES TO FD-PoPrint-Record.
           PERFORM 2900-Write-Print-Line.
           PERFORM 2900-Write-Print-Line.

       2505-Check-Revised-POs.
           SET WS-Doc-Original TO TRUE.
           IF WS-Rev-Cnt > ZERO
              OPEN INPUT PoOut
              IF WS-PoOut-Good
                 PERFORM 2506-Scan-One-PO UNTIL WS-PoOut-EOF
              END-IF
              CLOSE PoOut
           END-IF.

       2506-Scan-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*" AND
                 PoOut-SUPPLIER-CODE = WS-Cur-Supplier
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 PERFORM 1100-Find-Revision
                 IF WS-Rev-Found
                    SET WS-Doc-Revised TO TRUE
                    SET WS-PoOut-EOF TO TRUE
                 END-IF
              END-IF
           END-IF.

       2600-Print-Document-Heading.
           MOVE SPACES TO FD-PoPrint-Record.
           IF WS-Doc-Revised
              STRING "PURCHASE ORDER -- REVISED"
                 "                    DATE " WS-Today-Date
                 DELIMITED BY SIZE INTO FD-PoPrint-Record
           ELSE
              STRING "PURCHASE ORDER"
                 "                               DATE " WS-Today-Date
                 DELIMITED BY SIZE INTO FD-PoPrint-Record
           END-IF.
           PERFORM 2900-Write-Print-Line.
           MOVE SPACES TO FD-PoPrint-Record.
           PERFORM 2900-Write-Print-Line.
           MOVE WS-Cur-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 MOVE SPACES TO SuppOut-SUPPLIER-NAME
                 ADD +1 TO WS-No-Supp-Cnt
           END-READ.
           MOVE SPACES TO FD-PoPrint-Record.
           STRING "TO:  " WS-Cur-Supplier "  " SuppOut-SUPPLIER-NAME
              DELIMITED BY SIZE INTO FD-PoPrint-Record.
           PERFORM 2900-Write-Print-Line.
           PERFORM 2610-Find-Order-Address.
           IF WS-Order-Addr-Found
              MOVE SPACES TO FD-PoPrint-Record
              MOVE AddrOut-ADDRESS-1 TO FD-PoPrint-Record(6:15)
              PERFORM 2900-Write-Print-Line
              IF AddrOut-ADDRESS-2 > SPACES
                 MOVE SPACES TO FD-PoPrint-Record
                 MOVE AddrOut-ADDRESS-2 TO FD-PoPrint-Record(6:15)
                 PERFORM 2900-Write-Print-Line
              END-IF
              IF AddrOut-ADDRESS-3 > SPACES
                 MOVE SPACES TO FD-PoPrint-Record
                 MOVE AddrOut-ADDRESS-3 TO FD-PoPrint-Record(6:15)
                 PERFORM 2900-Write-Print-Line
              END-IF
              MOVE SPACES TO FD-PoPrint-Record
              STRING "     " AddrOut-CITY DELIMITED BY SIZE
                 " " AddrOut-ADDR-STATE DELIMITED BY SIZE
                 " " AddrOut-ZIP-CODE DELIMITED BY SIZE
                 " " AddrOut-COUNTRY-CODE DELIMITED BY SIZE
                 INTO FD-PoPrint-Record
              PERFORM 2900-Write-Print-Line
           ELSE
              ADD +1 TO WS-No-Order-Addr-Cnt
              MOVE SPACES TO FD-PoPrint-Record
              STRING "     *** NO ORDER ADDRESS ON FILE ***"
                 DELIMITED BY SIZE INTO FD-PoPrint-Record
              PERFORM 2900-Write-Print-Line
           END-IF.
           MOVE SPACES TO FD-PoPrint-Record.
           PERFORM 2900-Write-Print-Line.
           MOVE SPACES TO FD-PoPrint-Record.
           MOVE "PO"          TO FD-PoPrint-Record(1:2).
           MOVE "REV"         TO FD-PoPrint-Record(8:3).
           MOVE "PART"        TO FD-PoPrint-Record(12:4).
           MOVE "DESCRIPTION" TO FD-PoPrint-Record(36:11).
           MOVE "QTY"         TO FD-PoPrint-Record(55:3).
           MOVE "UOM"         TO FD-PoPrint-Record(59:3).
           MOVE "UNIT PRICE"  TO FD-PoPrint-Record(63:10).
           MOVE "CUR"         TO FD-PoPrint-Record(74:3).
           MOVE "EXTENDED"    TO FD-PoPrint-Record(84:8).
           MOVE "DELIVER"     TO FD-PoPrint-Record(93:7).
           MOVE "BUYER"       TO FD-PoPrint-Record(102:5).
           PERFORM 2900-Write-Print-Line.

      *    One keyed START at (supplier, order-type, low
      *    sequence) and the next record is the order address or
      *    there isn't one -- EDI850X's lookup.
       2610-Find-Order-Address.
           SET WS-Order-Addr-Not-Found TO TRUE.
           MOVE WS-Cur-Supplier TO AddrOut-SUPPLIER-CODE.
           MOVE '1' TO AddrOut-ADDRESS-TYPE.
           MOVE ZERO TO AddrOut-ADDR-SEQ.
           START AddrOut KEY >= AddrOut-ADDR-KEY
              INVALID KEY CONTINUE
           END-START.
           IF WS-AddrOut-Good
              READ AddrOut NEXT
                 AT END CONTINUE
              END-READ
              IF WS-AddrOut-Good AND
                 AddrOut-SUPPLIER-CODE = WS-Cur-Supplier AND
                 AddrOut-ORDER-ADDRESS
                 SET WS-Order-Addr-Found TO TRUE
              END-IF
           END-IF.

       2700-Print-One-PO-Line.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*" AND
                 PoOut-SUPPLIER-CODE = WS-Cur-Supplier
                 ADD +1 TO WS-Po-Lines-Cnt
                 PERFORM 2710-Get-Part-Master
                 PERFORM 2720-Get-Buyer-Name
                 MOVE PoOut-PO-NUMBER TO WS-Hold-PO-Number
                 PERFORM 1100-Find-Revision
                 IF WS-Rev-Found
                    MOVE WS-Rev-Number(WS-Rev-Match-IDX) TO
                       WS-Line-Rev-Number
                    ADD +1 TO WS-Revised-Lines-Cnt
                 ELSE
                    MOVE ZERO TO WS-Line-Rev-Number
                 END-IF
                 PERFORM 2730-Print-PO-Detail
                 PERFORM 2740-Add-Currency-Total
              END-IF
           END-IF.

      *    A part no longer on PARTOUT prints in EA with no
      *    description, and is counted.
       2710-Get-Part-Master.
           MOVE PoOut-PART-NUMBER TO PartOut-PART-NUMBER.
           READ PartOut
              INVALID KEY
                 ADD +1 TO WS-No-Part-Cnt
                 MOVE SPACES TO WS-Line-Part-Name
                 MOVE "EA " TO WS-Line-Uom
              NOT INVALID KEY
                 MOVE PartOut-PART-NAME TO WS-Line-Part-Name
                 MOVE PartOut-UNIT-OF-MEASURE TO WS-Line-Uom
           END-READ.

       2720-Get-Buyer-Name.
           MOVE PoOut-BUYER-CODE TO WS-Line-Buyer-Name.
           PERFORM VARYING WS-Buyer-IDX FROM 1 BY 1
              UNTIL WS-Buyer-IDX > WS-Buyer-Occurs-Dep-Counter
              IF WS-Buyer-Code(WS-Buyer-IDX) = PoOut-BUYER-CODE
                 MOVE WS-Buyer-Name(WS-Buyer-IDX) TO
                    WS-Line-Buyer-Name
                 SET WS-Buyer-IDX TO WS-Buyer-Occurs-Dep-Counter
              END-IF
           END-PERFORM.

       2730-Print-PO-Detail.
           MOVE PoOut-QUANTITY TO WS-Qty-Edit.
           MOVE PoOut-UNIT-PRICE TO WS-Unit-Edit.
           MOVE PoOut-EXTENDED-VALUE TO WS-Value-Edit.
           MOVE SPACES TO FD-PoPrint-Record.
           MOVE PoOut-PO-NUMBER TO FD-PoPrint-Record(1:6).
           IF WS-Line-Rev-Number > ZERO
              MOVE WS-Line-Rev-Number TO WS-Rev-Edit
              MOVE WS-Rev-Edit TO FD-PoPrint-Record(9:2)
           END-IF.
           MOVE PoOut-PART-NUMBER TO FD-PoPrint-Record(12:23).
           MOVE WS-Line-Part-Name TO FD-PoPrint-Record(36:14).
           MOVE WS-Qty-Edit TO FD-PoPrint-Record(51:7).
           MOVE WS-Line-Uom TO FD-PoPrint-Record(59:3).
           MOVE WS-Unit-Edit TO FD-PoPrint-Record(63:10).
           MOVE PoOut-CURRENCY-CODE TO FD-PoPrint-Record(74:3).
           MOVE WS-Value-Edit TO FD-PoPrint-Record(78:14).
           MOVE PoOut-DELIVERY-DATE TO FD-PoPrint-Record(93:8).
           MOVE WS-Line-Buyer-Name TO FD-PoPrint-Record(102:20).
           PERFORM 2900-Write-Print-Line.

       2740-Add-Currency-Total.
           SET WS-Cur-Not-Found TO TRUE.
           PERFORM VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt
              IF WS-Cur-Code(WS-Cur-IDX) = PoOut-CURRENCY-CODE
                 SET WS-Cur-Found TO TRUE
                 ADD PoOut-EXTENDED-VALUE TO WS-Cur-Total(WS-Cur-IDX)
                 SET WS-Cur-IDX TO WS-Cur-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cur-Not-Found
              IF WS-Cur-Cnt >= WS-Cur-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Doc-Totals-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cur-Cnt
              SET WS-Cur-IDX TO WS-Cur-Cnt
              MOVE PoOut-CURRENCY-CODE TO WS-Cur-Code(WS-Cur-IDX)
              MOVE PoOut-EXTENDED-VALUE TO WS-Cur-Total(WS-Cur-IDX)
           END-IF.

       2800-Print-Document-Total.
           MOVE WS-Cur-Total(WS-Cur-IDX) TO WS-Total-Edit.
           MOVE SPACES TO FD-PoPrint-Record.
           MOVE "ORDER TOTAL" TO FD-PoPrint-Record(51:11).
           MOVE WS-Cur-Code(WS-Cur-IDX) TO FD-PoPrint-Record(74:3).
           MOVE WS-Total-Edit TO FD-PoPrint-Record(76:16).
           PERFORM 2900-Write-Print-Line.

       2900-Write-Print-Line.
           WRITE FD-PoPrint-Record.
           IF WS-PoPrintFile-Good
              ADD +1 TO FD-PoPrint-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "po-print" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Print-Line"
              DISPLAY "File Status: " WS-PoPrintFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "POPRINT: 3000-End-Job".
           CLOSE PartOut SuppOut AddrOut PoPrintFile.
           DISPLAY "  Po-Print: PO Records Read:     "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Po-Print: EDI Partner POs:     "
              WS-Edi-Skipped-Cnt.
           DISPLAY "  Po-Print: Documents Printed:   "
              WS-Document-Cnt.
           DISPLAY "  Po-Print: PO Lines Printed:    "
              WS-Po-Lines-Cnt.
           DISPLAY "  Po-Print: Revised PO Lines:    "
              WS-Revised-Lines-Cnt.
           DISPLAY "  Po-Print: Suppliers Not Found: "
              WS-No-Supp-Cnt.
           DISPLAY "  Po-Print: No Order Address:    "
              WS-No-Order-Addr-Cnt.
           DISPLAY "  Po-Print: Parts Not On PARTOUT:"
              WS-No-Part-Cnt.
