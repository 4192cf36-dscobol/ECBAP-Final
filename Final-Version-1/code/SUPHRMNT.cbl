      ***********************************************************
      * Program name:    SUPHRMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the supplier parent-company
      *       hierarchy (SUPPHIER) the corporate rollup report is
      *       built from.
      *
      *    Same review-then-promote pattern SUPCLMNT uses: the
      *    live ../data/supplier-hierarchy.dat.txt is read into
      *    a table, the batch of Add/Change/Delete transactions
      *    is applied against it, and the result goes to
      *    ../data/supplier-hierarchy-new.dat.txt with the
      *    count/hash control file PROMOTE verifies beside it.
      *    Nothing reaches the live file until the SUPPHIER pair
      *    is promoted.  Rejected transactions are listed on
      *    SYSOUT with a reason for the operator to review.
      *
      *    Transaction layout (one per line on
      *    ../data/supp-hier-transactions.dat.txt):
      *      1     action    'A' add, 'C' change, 'D' delete
      *      2-11  supplier  the SUPPLIER-CODE
      *      12-21 parent    the immediate parent's code
      *      22-31 ultimate  the ultimate parent, or spaces to
      *                      have it derived
      *      32-33 relation  DV division, PL plant,
      *                      SB subsidiary, AF affiliate
      *      34-41 effective relationship start YYYYMMDD
      *      42-49 end       relationship end YYYYMMDD, spaces
      *                      or zeros while current
      *
      *    A row is keyed by supplier and effective date; Change
      *    and Delete name both.  A supplier's periods may not
      *    overlap, and a parent chain may not lead back to the
      *    supplier.  The ultimate parent is always the top of
      *    the chain on the row's effective date -- one keyed on
      *    the transaction must agree with it -- and every row's
      *    ultimate is derived again before the file is written,
      *    so a parent moved under a new corporation carries its
      *    members with it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for the supplier
      *                          parent-company hierarchy
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPHRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuppHierFile
           ASSIGN TO "../data/supplier-hierarchy.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppHierFile-Status.

           SELECT HierTxnFile
           ASSIGN TO "../data/supp-hier-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HierTxnFile-Status.

           SELECT NewSuppHierFile
           ASSIGN TO "../data/supplier-hierarchy-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewSuppHierFile-Status.

           SELECT SuppHierCtlFile
           ASSIGN TO "../data/supplier-hierarchy-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppHierCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppHierFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPHIER REPLACING ==:tag:== BY ==Hier==.

       FD  HierTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HierTxnFile-Record.
           05 FD-HierTxn-Code           PIC X(01).
           05 FD-HierTxn-Supplier       PIC X(10).
           05 FD-HierTxn-Parent         PIC X(10).
           05 FD-HierTxn-Ultimate       PIC X(10).
           05 FD-HierTxn-Relation       PIC X(02).
           05 FD-HierTxn-Effective      PIC X(08).
           05 FD-HierTxn-End            PIC X(08).

       FD  NewSuppHierFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPHIER REPLACING ==:tag:== BY ==NewHier==.

       FD  SuppHierCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppHierCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SuppHierFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HierTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewSuppHierFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppHierCtlFile==.

       01  WS-File-Counters.
           12 FD-SuppHierFile-Record-Cnt   PIC S9(4) COMP VALUE ZERO.
           12 FD-HierTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-NewSuppHier-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Rederived-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Hier-Row-Found-Flag       PIC X.
              88 WS-Hier-Row-Found            VALUE 'Y'.
              88 WS-Hier-Row-Not-Found        VALUE 'N'.
           12 WS-Overlap-Flag              PIC X.
              88 WS-Overlap-Found             VALUE 'Y'.
              88 WS-Overlap-Not-Found         VALUE 'N'.

       01  WS-Hier-Table-Storage.
           12 WS-Hier-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Hier-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Hier-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Hier-Cnt
              INDEXED BY WS-Hier-IDX WS-Scan-IDX.
              15 WS-Hier-Supplier          PIC X(10).
              15 WS-Hier-Parent            PIC X(10).
              15 WS-Hier-Ultimate          PIC X(10).
              15 WS-Hier-Relation          PIC X(02).
              15 WS-Hier-Effective         PIC 9(08).
              15 WS-Hier-End               PIC 9(08).
              15 WS-Hier-Deleted-Flag      PIC X.
                 88 WS-Hier-Row-Deleted       VALUE 'Y'.
                 88 WS-Hier-Row-Active        VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Add                   VALUE 'A'.
              88 WS-Txn-Change                VALUE 'C'.
              88 WS-Txn-Delete                VALUE 'D'.
           12 WS-Txn-Supplier              PIC X(10).
           12 WS-Txn-Parent                PIC X(10).
           12 WS-Txn-Ultimate              PIC X(10).
           12 WS-Txn-Relation              PIC X(02).
              88 WS-Txn-Relation-Valid        VALUE 'DV' 'PL'
                                                    'SB' 'AF'.
           12 WS-Txn-Effective             PIC 9(08).
           12 WS-Txn-End                   PIC 9(08).
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.

      *    The walk up a parent chain: start at WS-Walk-Code on
      *    WS-Walk-Date; the code with no row covering the date
      *    is the ultimate.  Reaching WS-Walk-Origin again, or
      *    climbing past WS-Walk-Max-Depth levels, is a cycle.
       01  WS-Walk-Fields.
           12 WS-Walk-Code                 PIC X(10) VALUE SPACES.
           12 WS-Walk-Origin               PIC X(10) VALUE SPACES.
           12 WS-Walk-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Walk-Depth                PIC S9(4) COMP VALUE ZERO.
           12 WS-Walk-Max-Depth            PIC S9(4) COMP VALUE +20.
           12 WS-Walk-Row-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-Walk-State-Flag           PIC X VALUE 'N'.
              88 WS-Walk-Going                VALUE 'N'.
              88 WS-Walk-Top-Reached          VALUE 'T'.
              88 WS-Walk-Cycle                VALUE 'C'.
           12 WS-Walk-Done-Flag            PIC X VALUE 'N'.
              88 WS-Walk-Done                 VALUE 'Y' 'C'.
           12 WS-Hold-End                  PIC 9(08) VALUE ZERO.
           12 WS-Hold-Row-End              PIC 9(08) VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-HierTxnFile-EOF.
           PERFORM 2400-Rederive-One-Ultimate
              VARYING WS-Hier-IDX FROM 1 BY 1
              UNTIL WS-Hier-IDX > WS-Hier-Cnt.
           PERFORM 2500-Write-One-Hier-Row
              VARYING WS-Hier-IDX FROM 1 BY 1
              UNTIL WS-Hier-IDX > WS-Hier-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SUPHRMNT: 1000-Begin-Job".
           PERFORM 1010-Load-Hier-Table.
           OPEN INPUT HierTxnFile.
           IF NOT WS-HierTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "supp-hier-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open HierTxnFile Failed."
              DISPLAY "File Status: " WS-HierTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewSuppHierFile.

      *    A missing file just means this batch is its first
      *    rows.
       1010-Load-Hier-Table.
           OPEN INPUT SuppHierFile.
           IF WS-SuppHierFile-Good
              PERFORM 1015-Load-One-Hier-Row
                 UNTIL WS-SuppHierFile-EOF
              CLOSE SuppHierFile
           END-IF.

       1015-Load-One-Hier-Row.
           READ SuppHierFile
              AT END SET WS-SuppHierFile-EOF TO TRUE
           END-READ.
           IF WS-SuppHierFile-Good
              ADD +1 TO FD-SuppHierFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Hier-SUPPLIER-CODE TO WS-Hier-Supplier(WS-Hier-IDX)
              MOVE Hier-PARENT-CODE TO WS-Hier-Parent(WS-Hier-IDX)
              MOVE Hier-ULTIMATE-PARENT TO
                 WS-Hier-Ultimate(WS-Hier-IDX)
              MOVE Hier-RELATIONSHIP TO WS-Hier-Relation(WS-Hier-IDX)
              IF Hier-EFFECTIVE-DATE IS NUMERIC
                 MOVE Hier-EFFECTIVE-DATE TO
                    WS-Hier-Effective(WS-Hier-IDX)
              END-IF
              IF Hier-END-DATE IS NUMERIC
                 MOVE Hier-END-DATE TO WS-Hier-End(WS-Hier-IDX)
              END-IF
           END-IF.

       1050-Add-Table-Row.
           IF WS-Hier-Cnt >= WS-Hier-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Hier-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Hier-Cnt.
           SET WS-Hier-IDX TO WS-Hier-Cnt.
           MOVE SPACES TO WS-Hier-Supplier(WS-Hier-IDX)
                          WS-Hier-Parent(WS-Hier-IDX)
                          WS-Hier-Ultimate(WS-Hier-IDX)
                          WS-Hier-Relation(WS-Hier-IDX).
           MOVE ZERO TO WS-Hier-Effective(WS-Hier-IDX)
                        WS-Hier-End(WS-Hier-IDX).
           SET WS-Hier-Row-Active(WS-Hier-IDX) TO TRUE.

       2000-Apply-Transactions.
           READ HierTxnFile
              AT END SET WS-HierTxnFile-EOF TO TRUE
           END-READ.
           IF WS-HierTxnFile-Good
              ADD +1 TO FD-HierTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-HierTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "supp-hier-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read HierTxnFile Failed."
                 DISPLAY "File Status: " WS-HierTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-HierTxn-Code TO WS-Txn-Code.
           MOVE FD-HierTxn-Supplier TO WS-Txn-Supplier.
           MOVE FD-HierTxn-Parent TO WS-Txn-Parent.
           MOVE FD-HierTxn-Ultimate TO WS-Txn-Ultimate.
           MOVE FD-HierTxn-Relation TO WS-Txn-Relation.
           MOVE ZERO TO WS-Txn-Effective WS-Txn-End.
           EVALUATE TRUE
              WHEN WS-Txn-Add
              WHEN WS-Txn-Change
              WHEN WS-Txn-Delete
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Supplier
           END-EVALUATE.

           IF WS-Txn-Valid AND WS-Txn-Supplier = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Supplier Missing: "
                 WS-Txn-Code
           END-IF.

           IF WS-Txn-Valid
              IF FD-HierTxn-Effective IS NUMERIC AND
                 FD-HierTxn-Effective > ZERO
                 MOVE FD-HierTxn-Effective TO WS-Txn-Effective
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Effective Date: "
                    WS-Txn-Supplier "-" FD-HierTxn-Effective
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              PERFORM 2025-Validate-Relationship
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              EVALUATE TRUE
                 WHEN WS-Txn-Add AND WS-Hier-Row-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Period Already On File: "
                       WS-Txn-Supplier "-" WS-Txn-Effective
                 WHEN (WS-Txn-Change OR WS-Txn-Delete) AND
                      WS-Hier-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: No Matching Row: "
                       WS-Txn-Supplier "-" WS-Txn-Effective
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              PERFORM 2040-Check-Overlap
              IF WS-Overlap-Found
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Overlaps Another Period: "
                    WS-Txn-Supplier "-" WS-Txn-Effective
              END-IF
           END-IF.

      *    The chain above the new parent, on the effective date,
      *    must neither lead back to the supplier nor disagree
      *    with an ultimate parent keyed on the transaction.
           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              MOVE WS-Txn-Parent TO WS-Walk-Code
              MOVE WS-Txn-Supplier TO WS-Walk-Origin
              MOVE WS-Txn-Effective TO WS-Walk-Date
              PERFORM 2200-Walk-To-Ultimate
              EVALUATE TRUE
                 WHEN WS-Walk-Cycle
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Hierarchy Cycle: "
                       WS-Txn-Supplier "-" WS-Txn-Parent
                 WHEN WS-Txn-Ultimate = SPACES
                    MOVE WS-Walk-Code TO WS-Txn-Ultimate
                 WHEN WS-Txn-Ultimate NOT = WS-Walk-Code
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Ultimate Parent Is "
                       WS-Walk-Code ": " WS-Txn-Supplier "-"
                       WS-Txn-Ultimate
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2025-Validate-Relationship.
           IF WS-Txn-Parent = SPACES OR
              WS-Txn-Parent = WS-Txn-Supplier
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Parent Missing Or Self: "
                 WS-Txn-Supplier "-" WS-Txn-Parent
           END-IF.
           IF WS-Txn-Valid AND WS-Txn-Ultimate = WS-Txn-Supplier
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Ultimate Parent Is Self: "
                 WS-Txn-Supplier
           END-IF.
           IF WS-Txn-Valid AND NOT WS-Txn-Relation-Valid
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Unknown Relationship: "
                 WS-Txn-Supplier "-" WS-Txn-Relation
           END-IF.
           IF WS-Txn-Valid
              IF FD-HierTxn-End = SPACES
                 MOVE ZERO TO WS-Txn-End
              ELSE
                 IF FD-HierTxn-End IS NUMERIC
                    MOVE FD-HierTxn-End TO WS-Txn-End
                 ELSE
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Bad End Date: "
                       WS-Txn-Supplier "-" FD-HierTxn-End
                 END-IF
              END-IF
           END-IF.
           IF WS-Txn-Valid AND WS-Txn-End > ZERO AND
              WS-Txn-End < WS-Txn-Effective
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Ends Before It Starts: "
                 WS-Txn-Supplier "-" WS-Txn-Effective
           END-IF.

       2030-Find-Matching-Row.
           SET WS-Hier-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Hier-IDX FROM 1 BY 1
              UNTIL WS-Hier-IDX > WS-Hier-Cnt
              IF WS-Hier-Row-Active(WS-Hier-IDX) AND
                 WS-Hier-Supplier(WS-Hier-IDX) = WS-Txn-Supplier AND
                 WS-Hier-Effective(WS-Hier-IDX) = WS-Txn-Effective
                 SET WS-Hier-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Hier-IDX
                 SET WS-Hier-IDX TO WS-Hier-Cnt
              END-IF
           END-PERFORM.

      *    Open-ended periods run to 99991231 for the test.  A
      *    Change is not measured against its own row.
       2040-Check-Overlap.
           SET WS-Overlap-Not-Found TO TRUE.
           MOVE WS-Txn-End TO WS-Hold-End.
           IF WS-Hold-End = ZERO
              MOVE 99991231 TO WS-Hold-End
           END-IF.
           PERFORM VARYING WS-Scan-IDX FROM 1 BY 1
              UNTIL WS-Scan-IDX > WS-Hier-Cnt
              IF WS-Hier-Row-Active(WS-Scan-IDX) AND
                 WS-Hier-Supplier(WS-Scan-IDX) = WS-Txn-Supplier AND
                 WS-Scan-IDX NOT = WS-Txn-Match-IDX
                 MOVE WS-Hier-End(WS-Scan-IDX) TO WS-Hold-Row-End
                 IF WS-Hold-Row-End = ZERO
                    MOVE 99991231 TO WS-Hold-Row-End
                 END-IF
                 IF WS-Txn-Effective NOT > WS-Hold-Row-End AND
                    WS-Hier-Effective(WS-Scan-IDX) NOT > WS-Hold-End
                    SET WS-Overlap-Found TO TRUE
                    SET WS-Scan-IDX TO WS-Hier-Cnt
                 END-IF
              END-IF
           END-PERFORM.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Add
                 PERFORM 1050-Add-Table-Row
                 MOVE WS-Txn-Supplier TO WS-Hier-Supplier(WS-Hier-IDX)
                 MOVE WS-Txn-Effective TO
                    WS-Hier-Effective(WS-Hier-IDX)
                 SET WS-Txn-Match-IDX TO WS-Hier-IDX
                 PERFORM 2110-Move-Txn-To-Row
              WHEN WS-Txn-Change
                 PERFORM 2110-Move-Txn-To-Row
              WHEN WS-Txn-Delete
                 SET WS-Hier-Row-Deleted(WS-Txn-Match-IDX) TO TRUE
           END-EVALUATE.

       2110-Move-Txn-To-Row.
           MOVE WS-Txn-Parent TO WS-Hier-Parent(WS-Txn-Match-IDX).
           MOVE WS-Txn-Ultimate TO WS-Hier-Ultimate(WS-Txn-Match-IDX).
           MOVE WS-Txn-Relation TO WS-Hier-Relation(WS-Txn-Match-IDX).
           MOVE WS-Txn-End TO WS-Hier-End(WS-Txn-Match-IDX).

       2200-Walk-To-Ultimate.
           MOVE ZERO TO WS-Walk-Depth.
           SET WS-Walk-Going TO TRUE.
           MOVE 'N' TO WS-Walk-Done-Flag.
           PERFORM 2210-Walk-One-Level UNTIL WS-Walk-Done.

       2210-Walk-One-Level.
           IF WS-Walk-Code = WS-Walk-Origin OR
              WS-Walk-Depth > WS-Walk-Max-Depth
              SET WS-Walk-Cycle TO TRUE
              MOVE 'C' TO WS-Walk-Done-Flag
           ELSE
              PERFORM 2220-Find-Covering-Row
              IF WS-Walk-Row-IDX = ZERO
                 SET WS-Walk-Top-Reached TO TRUE
                 MOVE 'Y' TO WS-Walk-Done-Flag
              ELSE
                 MOVE WS-Hier-Parent(WS-Walk-Row-IDX) TO WS-Walk-Code
                 ADD +1 TO WS-Walk-Depth
              END-IF
           END-IF.

      *    The row for WS-Walk-Code in force on WS-Walk-Date.
       2220-Find-Covering-Row.
           MOVE ZERO TO WS-Walk-Row-IDX.
           PERFORM VARYING WS-Scan-IDX FROM 1 BY 1
              UNTIL WS-Scan-IDX > WS-Hier-Cnt
              IF WS-Hier-Row-Active(WS-Scan-IDX) AND
                 WS-Hier-Supplier(WS-Scan-IDX) = WS-Walk-Code AND
                 WS-Hier-Effective(WS-Scan-IDX) NOT > WS-Walk-Date AND
                 (WS-Hier-End(WS-Scan-IDX) = ZERO OR
                  WS-Hier-End(WS-Scan-IDX) NOT < WS-Walk-Date)
                 SET WS-Walk-Row-IDX TO WS-Scan-IDX
                 SET WS-Scan-IDX TO WS-Hier-Cnt
              END-IF
           END-PERFORM.

      *    After the whole batch -- a parent moved, ended or
      *    deleted changes the top of every chain beneath it.
       2400-Rederive-One-Ultimate.
           IF WS-Hier-Row-Active(WS-Hier-IDX)
              MOVE WS-Hier-Parent(WS-Hier-IDX) TO WS-Walk-Code
              MOVE WS-Hier-Supplier(WS-Hier-IDX) TO WS-Walk-Origin
              MOVE WS-Hier-Effective(WS-Hier-IDX) TO WS-Walk-Date
              PERFORM 2200-Walk-To-Ultimate
              IF WS-Walk-Top-Reached AND
                 WS-Walk-Code NOT = WS-Hier-Ultimate(WS-Hier-IDX)
                 ADD +1 TO WS-Rederived-Cnt
                 DISPLAY "Ultimate Parent Now " WS-Walk-Code ": "
                    WS-Hier-Supplier(WS-Hier-IDX) "-"
                    WS-Hier-Effective(WS-Hier-IDX)
                 MOVE WS-Walk-Code TO WS-Hier-Ultimate(WS-Hier-IDX)
              END-IF
           END-IF.

       2500-Write-One-Hier-Row.
           IF WS-Hier-Row-Active(WS-Hier-IDX)
              MOVE SPACES TO NewHier-SUPP-HIER-REC
              MOVE WS-Hier-Supplier(WS-Hier-IDX) TO
                 NewHier-SUPPLIER-CODE
              MOVE WS-Hier-Parent(WS-Hier-IDX) TO NewHier-PARENT-CODE
              MOVE WS-Hier-Ultimate(WS-Hier-IDX) TO
                 NewHier-ULTIMATE-PARENT
              MOVE WS-Hier-Relation(WS-Hier-IDX) TO
                 NewHier-RELATIONSHIP
              MOVE WS-Hier-Effective(WS-Hier-IDX) TO
                 NewHier-EFFECTIVE-DATE
              MOVE WS-Hier-End(WS-Hier-IDX) TO NewHier-END-DATE
              WRITE NewHier-SUPP-HIER-REC
              IF WS-NewSuppHierFile-Good
                 ADD +1 TO FD-NewSuppHier-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE NewHier-SUPP-HIER-REC TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "supplier-hierarchy-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Hier-Row"
                 DISPLAY "File Status: " WS-NewSuppHierFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "SUPHRMNT: 3000-End-Job".
           CLOSE HierTxnFile NewSuppHierFile.
      *    The control line PROMOTE verifies the SUPPHIER pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT SuppHierCtlFile.
           MOVE FD-NewSuppHier-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-SuppHierCtl-Record.
           CLOSE SuppHierCtlFile.
           DISPLAY "  Supp-Hier-Maint: Rows On File:  "
              FD-SuppHierFile-Record-Cnt.
           DISPLAY "  Supp-Hier-Maint: Txns Read:     "
              FD-HierTxnFile-Record-Cnt.
           DISPLAY "  Supp-Hier-Maint: Txns Applied:  "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Supp-Hier-Maint: Txns Rejected: "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Supp-Hier-Maint: Ultimates Redone: "
              WS-Rederived-Cnt.
           DISPLAY "  Supp-Hier-Maint: Rows Written:  "
              FD-NewSuppHier-Record-Cnt.
