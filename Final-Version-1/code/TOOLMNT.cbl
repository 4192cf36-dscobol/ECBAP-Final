      ***********************************************************
      * Program name:    TOOLMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the keyed customer-owned tooling
      *       register (TOOLREG) from the tooling coordinator's
      *       transaction batch.
      *
      *    The file is updated in place, the PPAPMNT way: opened
      *    I-O, created on first use.  Rejected transactions are
      *    listed on SYSOUT with a reason for the operator to
      *    review.
      *
      *    Transaction layout (one per line on
      *    ../data/tool-transactions.dat.txt):
      *      1     action    'A' add a tool, 'C' change, 'P' add
      *                      an owning part, 'X' remove an owning
      *                      part, 'V' physical verification done,
      *                      'S' status change, 'D' delete
      *      2-11  tag       the TOOL-TAG
      *      12-41 desc      description ('A'; 'C' if changing)
      *      42-51 supplier  SUPPLIER-CODE holding the tool ('A';
      *                      'C' when the tool moves)
      *      52    addr type ADDROUT address type of the site
      *                      holding it ('A'; 'C' if changing)
      *      53-63 cost      acquisition cost, 9 digits and 2
      *                      decimals, no point ('A'; 'C')
      *      64-86 part      owning PART-NUMBER ('A', 'P', 'X')
      *      87-94 date      verification date (YYYYMMDD) on 'A'
      *                      and 'V'; blank means today
      *      95    status    'A' active, 'R' recall requested,
      *                      'H' returned home, 'S' scrapped ('S')
      *
      *    The supplier must be on SUPPOUT with an address of the
      *    type given on ADDROUT; parts must be on PARTOUT.
      *    Fields left blank on a change stay as they were.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-26 dastagg       Created for the tooling register
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOLMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Keyed on tool tag with the holding supplier as a
      *    duplicates alternate.  Opened I-O; a missing file is
      *    created on first use.
           SELECT ToolFile
           ASSIGN TO TOOLREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Tool-TOOL-TAG
           ALTERNATE RECORD KEY IS Tool-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ToolFile-Status.

           SELECT ToolTxnFile
           ASSIGN TO "../data/tool-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ToolTxnFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority on
      *    this file's physical format -- mirrored here, random
      *    reads only.
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
      *    -- DYNAMIC so the supplier's address of a type is one
      *    START away.
           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ToolFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY TOOLREG REPLACING ==:tag:== BY ==Tool==.

       FD  ToolTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ToolTxnFile-Record.
           05 FD-ToolTxn-Code           PIC X(01).
           05 FD-ToolTxn-Tag            PIC X(10).
           05 FD-ToolTxn-Desc           PIC X(30).
           05 FD-ToolTxn-Supplier       PIC X(10).
           05 FD-ToolTxn-Addr-Type      PIC X(01).
           05 FD-ToolTxn-Cost           PIC X(11).
           05 FD-ToolTxn-Cost-N REDEFINES FD-ToolTxn-Cost
                                        PIC 9(09)V99.
           05 FD-ToolTxn-Part           PIC X(23).
           05 FD-ToolTxn-Date           PIC X(08).
           05 FD-ToolTxn-Status         PIC X(01).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ToolFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ToolTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.

       01  WS-File-Counters.
           12 FD-ToolTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Tool-Added-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Tool-Updated-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Tool-Deleted-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Tool-Row-Found-Flag       PIC X.
              88 WS-Tool-Row-Found            VALUE 'Y'.
              88 WS-Tool-Row-Not-Found        VALUE 'N'.
           12 WS-Addr-Found-Flag           PIC X.
              88 WS-Addr-Found                VALUE 'Y'.
              88 WS-Addr-Not-Found            VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Add                   VALUE 'A'.
              88 WS-Txn-Change                VALUE 'C'.
              88 WS-Txn-Add-Part              VALUE 'P'.
              88 WS-Txn-Drop-Part             VALUE 'X'.
              88 WS-Txn-Verify                VALUE 'V'.
              88 WS-Txn-Status                VALUE 'S'.
              88 WS-Txn-Delete                VALUE 'D'.
              88 WS-Txn-On-File               VALUE 'C' 'P' 'X'
                                                    'V' 'S' 'D'.
           12 WS-Txn-Tag                   PIC X(10).
           12 WS-Txn-Supplier              PIC X(10).
           12 WS-Txn-Addr-Type             PIC X(01).
           12 WS-Txn-Part                  PIC X(23).
           12 WS-Txn-Date                  PIC 9(08).
           12 WS-Txn-New-Status            PIC X(01).
              88 WS-Txn-Status-Valid          VALUE 'A' 'R' 'H' 'S'.

       01  WS-Part-Work.
           12 WS-Part-Sub                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Match-Sub            PIC S9(4) COMP VALUE ZERO.
           12 WS-Part-Max-Cnt              PIC S9(4) COMP VALUE +5.

       01  WS-Today-Date                   PIC 9(08) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-ToolTxnFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "TOOLMNT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN INPUT ToolTxnFile.
           IF NOT WS-ToolTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "tool-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open ToolTxnFile Failed."
              DISPLAY "File Status: " WS-ToolTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN I-O ToolFile.
           IF NOT WS-ToolFile-Good
              OPEN OUTPUT ToolFile
              CLOSE ToolFile
              OPEN I-O ToolFile
           END-IF.
           IF NOT WS-ToolFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "TOOLREG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ToolFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut SuppOut AddrOut.

       2000-Apply-Transactions.
           READ ToolTxnFile
              AT END SET WS-ToolTxnFile-EOF TO TRUE
           END-READ.
           IF WS-ToolTxnFile-Good
              ADD +1 TO FD-ToolTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-ToolTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "tool-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read ToolTxnFile Failed."
                 DISPLAY "File Status: " WS-ToolTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-ToolTxn-Code TO WS-Txn-Code.
           MOVE FD-ToolTxn-Tag TO WS-Txn-Tag.
           MOVE FD-ToolTxn-Supplier TO WS-Txn-Supplier.
           MOVE FD-ToolTxn-Addr-Type TO WS-Txn-Addr-Type.
           MOVE FD-ToolTxn-Part TO WS-Txn-Part.
           MOVE FD-ToolTxn-Status TO WS-Txn-New-Status.
           MOVE ZERO TO WS-Txn-Date.
           EVALUATE TRUE
              WHEN WS-Txn-Add
              WHEN WS-Txn-On-File
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Tag
           END-EVALUATE.

           IF WS-Txn-Valid AND WS-Txn-Tag = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Tool Tag Missing: "
                 WS-Txn-Code
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Add AND
              (FD-ToolTxn-Desc = SPACES OR
               WS-Txn-Supplier = SPACES OR
               WS-Txn-Addr-Type = SPACES OR
               WS-Txn-Part = SPACES)
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Add Needs Desc/Supplier/"
                 "Address Type/Part: " WS-Txn-Tag
           END-IF.

           IF WS-Txn-Valid AND
              (WS-Txn-Add-Part OR WS-Txn-Drop-Part) AND
              WS-Txn-Part = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Part Missing: " WS-Txn-Tag
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Status AND
              NOT WS-Txn-Status-Valid
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Bad Tool Status: "
                 WS-Txn-Tag "-" WS-Txn-New-Status
           END-IF.

           IF WS-Txn-Valid AND FD-ToolTxn-Cost NOT = SPACES AND
              FD-ToolTxn-Cost IS NOT NUMERIC
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Bad Acquisition Cost: "
                 WS-Txn-Tag "-" FD-ToolTxn-Cost
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Verify)
              IF FD-ToolTxn-Date = SPACES
                 MOVE WS-Today-Date TO WS-Txn-Date
              ELSE
                 IF FD-ToolTxn-Date IS NUMERIC AND
                    FD-ToolTxn-Date > "19991231" AND
                    FD-ToolTxn-Date <= WS-Today-Date
                    MOVE FD-ToolTxn-Date TO WS-Txn-Date
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad Verify Date: "
                       WS-Txn-Tag "-" FD-ToolTxn-Date
                 END-IF
              END-IF
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Part NOT = SPACES AND
              (WS-Txn-Add OR WS-Txn-Add-Part)
              MOVE WS-Txn-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Part Not On PARTOUT: "
                       WS-Txn-Part
              END-READ
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Read-Tool-Row
              EVALUATE TRUE
                 WHEN WS-Txn-Add AND WS-Tool-Row-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Tool Already On File: "
                       WS-Txn-Tag
                 WHEN WS-Txn-On-File AND WS-Tool-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Tool Not On File: "
                       WS-Txn-Tag
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

      *    A change that leaves the supplier or address type blank
      *    keeps the one on file -- the pair is checked as it will
      *    stand after the change.
           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF WS-Txn-Supplier = SPACES
                 MOVE Tool-SUPPLIER-CODE TO WS-Txn-Supplier
              END-IF
              IF WS-Txn-Addr-Type = SPACES
                 MOVE Tool-LOC-ADDR-TYPE TO WS-Txn-Addr-Type
              END-IF
              PERFORM 2040-Validate-Location
           END-IF.

           IF WS-Txn-Valid AND
              (WS-Txn-Add-Part OR WS-Txn-Drop-Part)
              PERFORM 2050-Find-Owning-Part
              EVALUATE TRUE
                 WHEN WS-Txn-Add-Part AND WS-Part-Match-Sub > ZERO
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Part Already On Tool: "
                       WS-Txn-Tag "-" WS-Txn-Part
                 WHEN WS-Txn-Add-Part AND
                      Tool-PART-CNT >= WS-Part-Max-Cnt
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Tool Has Five Parts: "
                       WS-Txn-Tag "-" WS-Txn-Part
                 WHEN WS-Txn-Drop-Part AND WS-Part-Match-Sub = ZERO
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Part Not On Tool: "
                       WS-Txn-Tag "-" WS-Txn-Part
                 WHEN WS-Txn-Drop-Part AND Tool-PART-CNT = 1
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Tool's Only Part: "
                       WS-Txn-Tag "-" WS-Txn-Part
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2030-Read-Tool-Row.
           SET WS-Tool-Row-Found TO TRUE.
           MOVE WS-Txn-Tag TO Tool-TOOL-TAG.
           READ ToolFile
              INVALID KEY
                 SET WS-Tool-Row-Not-Found TO TRUE
                 MOVE SPACES TO Tool-SUPPLIER-CODE
                                Tool-LOC-ADDR-TYPE
           END-READ.

       2040-Validate-Location.
           MOVE WS-Txn-Supplier TO SuppOut-SUPPLIER-CODE.
           READ SuppOut
              INVALID KEY
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Supplier Not On SUPPOUT: "
                    WS-Txn-Supplier
           END-READ.
           IF WS-Txn-Valid
              SET WS-Addr-Not-Found TO TRUE
              MOVE WS-Txn-Supplier TO AddrOut-SUPPLIER-CODE
              MOVE WS-Txn-Addr-Type TO AddrOut-ADDRESS-TYPE
              MOVE ZERO TO AddrOut-ADDR-SEQ
              START AddrOut KEY >= AddrOut-ADDR-KEY
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    READ AddrOut NEXT
                       AT END CONTINUE
                       NOT AT END
                          IF AddrOut-SUPPLIER-CODE =
                             WS-Txn-Supplier AND
                             AddrOut-ADDRESS-TYPE = WS-Txn-Addr-Type
                             SET WS-Addr-Found TO TRUE
                          END-IF
                    END-READ
              END-START
              IF WS-Addr-Not-Found
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: No Such Address On "
                    "ADDROUT: " WS-Txn-Supplier "-" WS-Txn-Addr-Type
              END-IF
           END-IF.

       2050-Find-Owning-Part.
           MOVE ZERO TO WS-Part-Match-Sub.
           PERFORM VARYING WS-Part-Sub FROM 1 BY 1
              UNTIL WS-Part-Sub > Tool-PART-CNT
              IF Tool-PART-NUMBER(WS-Part-Sub) = WS-Txn-Part
                 MOVE WS-Part-Sub TO WS-Part-Match-Sub
                 MOVE Tool-PART-CNT TO WS-Part-Sub
              END-IF
           END-PERFORM.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Add
                 MOVE SPACES TO Tool-TOOL-REC
                 MOVE WS-Txn-Tag TO Tool-TOOL-TAG
                 MOVE FD-ToolTxn-Desc TO Tool-TOOL-DESC
                 MOVE WS-Txn-Supplier TO Tool-SUPPLIER-CODE
                 MOVE WS-Txn-Addr-Type TO Tool-LOC-ADDR-TYPE
                 MOVE ZERO TO Tool-ACQ-COST
                 IF FD-ToolTxn-Cost NOT = SPACES
                    MOVE FD-ToolTxn-Cost-N TO Tool-ACQ-COST
                 END-IF
                 MOVE WS-Txn-Date TO Tool-LAST-VERIFY-DATE
                 SET Tool-TOOL-ACTIVE TO TRUE
                 MOVE 1 TO Tool-PART-CNT
                 MOVE WS-Txn-Part TO Tool-PART-NUMBER(1)
                 WRITE Tool-TOOL-REC
                 ADD +1 TO WS-Tool-Added-Cnt
              WHEN WS-Txn-Delete
                 DELETE ToolFile
                 ADD +1 TO WS-Tool-Deleted-Cnt
              WHEN OTHER
                 PERFORM 2110-Change-Tool-Row
                 REWRITE Tool-TOOL-REC
                 ADD +1 TO WS-Tool-Updated-Cnt
           END-EVALUATE.
           IF NOT WS-ToolFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "TOOLREG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2100-Apply-Transaction"
              DISPLAY "File Status: " WS-ToolFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2110-Change-Tool-Row.
           EVALUATE TRUE
              WHEN WS-Txn-Change
                 IF FD-ToolTxn-Desc NOT = SPACES
                    MOVE FD-ToolTxn-Desc TO Tool-TOOL-DESC
                 END-IF
                 MOVE WS-Txn-Supplier TO Tool-SUPPLIER-CODE
                 MOVE WS-Txn-Addr-Type TO Tool-LOC-ADDR-TYPE
                 IF FD-ToolTxn-Cost NOT = SPACES
                    MOVE FD-ToolTxn-Cost-N TO Tool-ACQ-COST
                 END-IF
              WHEN WS-Txn-Add-Part
                 ADD 1 TO Tool-PART-CNT
                 MOVE WS-Txn-Part TO Tool-PART-NUMBER(Tool-PART-CNT)
              WHEN WS-Txn-Drop-Part
      *          Close the gap -- the last part moves into the
      *          dropped one's slot.
                 MOVE Tool-PART-NUMBER(Tool-PART-CNT) TO
                    Tool-PART-NUMBER(WS-Part-Match-Sub)
                 MOVE SPACES TO Tool-PART-NUMBER(Tool-PART-CNT)
                 SUBTRACT 1 FROM Tool-PART-CNT
              WHEN WS-Txn-Verify
                 MOVE WS-Txn-Date TO Tool-LAST-VERIFY-DATE
              WHEN WS-Txn-Status
                 MOVE WS-Txn-New-Status TO Tool-TOOL-STATUS
           END-EVALUATE.

       3000-End-Job.
           DISPLAY "TOOLMNT: 3000-End-Job".
           CLOSE ToolTxnFile ToolFile PartOut SuppOut AddrOut.
           DISPLAY "  Tool-Maint: Txns Read:       "
              FD-ToolTxnFile-Record-Cnt.
           DISPLAY "  Tool-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Tool-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Tool-Maint: Tools Added:     "
              WS-Tool-Added-Cnt.
           DISPLAY "  Tool-Maint: Tools Updated:   "
              WS-Tool-Updated-Cnt.
           DISPLAY "  Tool-Maint: Tools Deleted:   "
              WS-Tool-Deleted-Cnt.
