      ***********************************************************
      * Program name:    STDMAINT
      * Original author: David Stagowski
      *
      *    Description: Maintain finance's standard-cost master
      *       (STDCOST) that PPVRPT measures purchase prices
      *       against.
      *
      *    Same review-then-promote pattern REFMAINT uses: the
      *    live ../data/standard-cost.dat.txt is read into a
      *    table, the batch of Add/Change/Delete transactions is
      *    applied against it, and the result goes to
      *    ../data/standard-cost-new.dat.txt with the count/hash
      *    control file PROMOTE verifies beside it.  Nothing
      *    reaches the live master until the STDCOST pair is
      *    promoted.  Rejected transactions are listed on SYSOUT
      *    with a reason for the operator to review.
      *
      *    Transaction layout (one per line on
      *    ../data/std-cost-transactions.dat.txt):
      *      1     action    'A' add, 'C' change, 'D' delete
      *      2-24  part      the PART-NUMBER
      *      25-28 year      effective fiscal year (YYYY)
      *      29-37 cost      standard unit cost, USD, 9(7)V99
      *
      *    A part may carry one row per effective fiscal year; a
      *    new year's standard is an Add, not a Change, so the
      *    prior year's standard stays on file for the periods it
      *    covered.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-22 dastagg       Created for standard cost / PPV
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STDMAINT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StdCostFile
           ASSIGN TO "../data/standard-cost.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StdCostFile-Status.

           SELECT StdTxnFile
           ASSIGN TO "../data/std-cost-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StdTxnFile-Status.

           SELECT NewStdCostFile
           ASSIGN TO "../data/standard-cost-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewStdCostFile-Status.

           SELECT StdCostCtlFile
           ASSIGN TO "../data/standard-cost-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StdCostCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StdCostFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STDCOST REPLACING ==:tag:== BY ==Std==.

       FD  StdTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StdTxnFile-Record.
           05 FD-StdTxn-Code            PIC X(01).
           05 FD-StdTxn-Part            PIC X(23).
           05 FD-StdTxn-Year            PIC X(04).
           05 FD-StdTxn-Cost            PIC X(09).

       FD  NewStdCostFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY STDCOST REPLACING ==:tag:== BY ==NewStd==.

       FD  StdCostCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-StdCostCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==StdCostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StdTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewStdCostFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StdCostCtlFile==.

       01  WS-File-Counters.
           12 FD-StdCostFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-StdTxnFile-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-NewStdCost-Record-Cnt     PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Std-Row-Found-Flag        PIC X.
              88 WS-Std-Row-Found             VALUE 'Y'.
              88 WS-Std-Row-Not-Found         VALUE 'N'.

       01  WS-Std-Table-Storage.
           12 WS-Std-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Std-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Std-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Std-Cnt
              INDEXED BY WS-Std-IDX.
              15 WS-Std-Part               PIC X(23).
              15 WS-Std-Year               PIC 9(04).
              15 WS-Std-Cost               PIC 9(07)V99.
              15 WS-Std-Deleted-Flag       PIC X.
                 88 WS-Std-Row-Deleted        VALUE 'Y'.
                 88 WS-Std-Row-Active         VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Add                   VALUE 'A'.
              88 WS-Txn-Change                VALUE 'C'.
              88 WS-Txn-Delete                VALUE 'D'.
           12 WS-Txn-Part                  PIC X(23).
           12 WS-Txn-Year                  PIC 9(04).
           12 WS-Txn-Cost                  PIC 9(07)V99.
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-StdTxnFile-EOF.
           PERFORM 2500-Write-One-Std-Row
              VARYING WS-Std-IDX FROM 1 BY 1
              UNTIL WS-Std-IDX > WS-Std-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "STDMAINT: 1000-Begin-Job".
           PERFORM 1010-Load-Std-Table.
           OPEN INPUT StdTxnFile.
           IF NOT WS-StdTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "std-cost-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open StdTxnFile Failed."
              DISPLAY "File Status: " WS-StdTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewStdCostFile.

      *    A missing master just means this batch is its first
      *    rows.
       1010-Load-Std-Table.
           OPEN INPUT StdCostFile.
           IF WS-StdCostFile-Good
              PERFORM 1015-Load-One-Std-Row
                 UNTIL WS-StdCostFile-EOF
              CLOSE StdCostFile
           END-IF.

       1015-Load-One-Std-Row.
           READ StdCostFile
              AT END SET WS-StdCostFile-EOF TO TRUE
           END-READ.
           IF WS-StdCostFile-Good
              ADD +1 TO FD-StdCostFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Std-PART-NUMBER TO WS-Std-Part(WS-Std-IDX)
              MOVE Std-FISCAL-YEAR TO WS-Std-Year(WS-Std-IDX)
              MOVE Std-STD-UNIT-COST TO WS-Std-Cost(WS-Std-IDX)
           END-IF.

       1050-Add-Table-Row.
           IF WS-Std-Cnt >= WS-Std-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Std-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Std-Cnt.
           SET WS-Std-IDX TO WS-Std-Cnt.
           MOVE SPACES TO WS-Std-Part(WS-Std-IDX).
           MOVE ZERO TO WS-Std-Year(WS-Std-IDX)
                        WS-Std-Cost(WS-Std-IDX).
           SET WS-Std-Row-Active(WS-Std-IDX) TO TRUE.

       2000-Apply-Transactions.
           READ StdTxnFile
              AT END SET WS-StdTxnFile-EOF TO TRUE
           END-READ.
           IF WS-StdTxnFile-Good
              ADD +1 TO FD-StdTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-StdTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "std-cost-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read StdTxnFile Failed."
                 DISPLAY "File Status: " WS-StdTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-StdTxn-Code TO WS-Txn-Code.
           MOVE FD-StdTxn-Part TO WS-Txn-Part.
           MOVE ZERO TO WS-Txn-Year WS-Txn-Cost.
           EVALUATE TRUE
              WHEN WS-Txn-Add
              WHEN WS-Txn-Change
              WHEN WS-Txn-Delete
                 CONTINUE
              WHEN OTHER
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Unknown Txn Code: "
                    WS-Txn-Code "-" WS-Txn-Part
           END-EVALUATE.

           IF WS-Txn-Valid AND WS-Txn-Part = SPACES
              SET WS-Txn-Invalid TO TRUE
              DISPLAY "** REJECTED **: Part Missing: "
                 WS-Txn-Code
           END-IF.

           IF WS-Txn-Valid
              IF FD-StdTxn-Year IS NUMERIC AND
                 FD-StdTxn-Year > "1999"
                 MOVE FD-StdTxn-Year TO WS-Txn-Year
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Fiscal Year: "
                    WS-Txn-Part "-" FD-StdTxn-Year
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF FD-StdTxn-Cost IS NUMERIC AND
                 FD-StdTxn-Cost NOT = ZERO
                 MOVE FD-StdTxn-Cost TO WS-Txn-Cost
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Standard Cost: "
                    WS-Txn-Part "-" FD-StdTxn-Cost
              END-IF
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              EVALUATE TRUE
                 WHEN WS-Txn-Add AND WS-Std-Row-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Year Already On File: "
                       WS-Txn-Part "-" WS-Txn-Year
                 WHEN (WS-Txn-Change OR WS-Txn-Delete) AND
                      WS-Std-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: No Matching Row: "
                       WS-Txn-Part "-" WS-Txn-Year
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

       2030-Find-Matching-Row.
           SET WS-Std-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Std-IDX FROM 1 BY 1
              UNTIL WS-Std-IDX > WS-Std-Cnt
              IF WS-Std-Row-Active(WS-Std-IDX) AND
                 WS-Std-Part(WS-Std-IDX) = WS-Txn-Part AND
                 WS-Std-Year(WS-Std-IDX) = WS-Txn-Year
                 SET WS-Std-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Std-IDX
                 SET WS-Std-IDX TO WS-Std-Cnt
              END-IF
           END-PERFORM.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Add
                 PERFORM 1050-Add-Table-Row
                 MOVE WS-Txn-Part TO WS-Std-Part(WS-Std-IDX)
                 MOVE WS-Txn-Year TO WS-Std-Year(WS-Std-IDX)
                 MOVE WS-Txn-Cost TO WS-Std-Cost(WS-Std-IDX)
              WHEN WS-Txn-Change
                 MOVE WS-Txn-Cost TO WS-Std-Cost(WS-Txn-Match-IDX)
              WHEN WS-Txn-Delete
                 SET WS-Std-Row-Deleted(WS-Txn-Match-IDX) TO TRUE
           END-EVALUATE.

       2500-Write-One-Std-Row.
           IF WS-Std-Row-Active(WS-Std-IDX)
              MOVE WS-Std-Part(WS-Std-IDX) TO NewStd-PART-NUMBER
              MOVE WS-Std-Year(WS-Std-IDX) TO NewStd-FISCAL-YEAR
              MOVE WS-Std-Cost(WS-Std-IDX) TO NewStd-STD-UNIT-COST
              WRITE NewStd-STD-COST-REC
              IF WS-NewStdCostFile-Good
                 ADD +1 TO FD-NewStdCost-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE NewStd-STD-COST-REC TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "standard-cost-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Std-Row"
                 DISPLAY "File Status: " WS-NewStdCostFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "STDMAINT: 3000-End-Job".
           CLOSE StdTxnFile NewStdCostFile.
      *    The control line PROMOTE verifies the STDCOST pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT StdCostCtlFile.
           MOVE FD-NewStdCost-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-StdCostCtl-Record.
           CLOSE StdCostCtlFile.
           DISPLAY "  Std-Maint: Rows On File:    "
              FD-StdCostFile-Record-Cnt.
           DISPLAY "  Std-Maint: Txns Read:       "
              FD-StdTxnFile-Record-Cnt.
           DISPLAY "  Std-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Std-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Std-Maint: Rows Written:    "
              FD-NewStdCost-Record-Cnt.
