      ***********************************************************
      * Program name:    CNTRMNT
      * Original author: David Stagowski
      *
      *    Description: Maintain the part-to-returnable-container
      *       reference (PARTCNTR) that container tracking works
      *       from.
      *
      *    Same review-then-promote pattern STDMAINT uses: the
      *    live ../data/part-container.dat.txt is read into a
      *    table, the batch of Add/Change/Delete transactions is
      *    applied against it, and the result goes to
      *    ../data/part-container-new.dat.txt with the count/hash
      *    control file PROMOTE verifies beside it.  Nothing
      *    reaches the live reference until the PARTCNTR pair is
      *    promoted.  Rejected transactions are listed on SYSOUT
      *    with a reason for the operator to review.
      *
      *    Transaction layout (one per line on
      *    ../data/part-cntr-transactions.dat.txt):
      *      1     action    'A' add, 'C' change, 'D' delete
      *      2-24  part      the PART-NUMBER
      *      25-30 type      the container type
      *      31-35 pieces    pieces that fill one container
      *      36-42 value     one container's value, USD, 9(5)V99
      *
      *    A part ships in one container type.  A container is
      *    worth the same whichever part fills it, so an Add at a
      *    value other than the type's is rejected, and a Change
      *    of value re-values the type on every row that uses it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-15 dastagg       Created for returnable container
      *                          tracking
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRMNT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PartCntrFile
           ASSIGN TO "../data/part-container.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartCntrFile-Status.

           SELECT CntrTxnFile
           ASSIGN TO "../data/part-cntr-transactions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CntrTxnFile-Status.

           SELECT NewPartCntrFile
           ASSIGN TO "../data/part-container-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NewPartCntrFile-Status.

           SELECT PartCntrCtlFile
           ASSIGN TO "../data/part-container-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartCntrCtlFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PartCntrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCNTR REPLACING ==:tag:== BY ==Pcn==.

       FD  CntrTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CntrTxnFile-Record.
           05 FD-CntrTxn-Code           PIC X(01).
           05 FD-CntrTxn-Part           PIC X(23).
           05 FD-CntrTxn-Type           PIC X(06).
           05 FD-CntrTxn-Pieces         PIC X(05).
           05 FD-CntrTxn-Value          PIC 9(05)V99.

       FD  NewPartCntrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCNTR REPLACING ==:tag:== BY ==NewPcn==.

       FD  PartCntrCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PartCntrCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PartCntrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CntrTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==NewPartCntrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartCntrCtlFile==.

       01  WS-File-Counters.
           12 FD-PartCntrFile-Record-Cnt   PIC S9(4) COMP VALUE ZERO.
           12 FD-CntrTxnFile-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-NewPartCntr-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Counters.
           12 WS-Txn-Applied-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Rejected-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Revalued-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Valid-Flag            PIC X.
              88 WS-Txn-Valid                 VALUE 'Y'.
              88 WS-Txn-Invalid               VALUE 'N'.
           12 WS-Pcn-Row-Found-Flag        PIC X.
              88 WS-Pcn-Row-Found             VALUE 'Y'.
              88 WS-Pcn-Row-Not-Found         VALUE 'N'.
           12 WS-Type-Found-Flag           PIC X.
              88 WS-Type-Found                VALUE 'Y'.
              88 WS-Type-Not-Found            VALUE 'N'.

       01  WS-Pcn-Table-Storage.
           12 WS-Pcn-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Pcn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Pcn-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Pcn-Cnt
              INDEXED BY WS-Pcn-IDX.
              15 WS-Pcn-Part               PIC X(23).
              15 WS-Pcn-Type               PIC X(06).
              15 WS-Pcn-Pieces             PIC 9(05).
              15 WS-Pcn-Value              PIC 9(05)V99.
              15 WS-Pcn-Deleted-Flag       PIC X.
                 88 WS-Pcn-Row-Deleted        VALUE 'Y'.
                 88 WS-Pcn-Row-Active         VALUE 'N'.

       01  WS-Txn-Hold.
           12 WS-Txn-Code                  PIC X(01).
              88 WS-Txn-Add                   VALUE 'A'.
              88 WS-Txn-Change                VALUE 'C'.
              88 WS-Txn-Delete                VALUE 'D'.
           12 WS-Txn-Part                  PIC X(23).
           12 WS-Txn-Type                  PIC X(06).
           12 WS-Txn-Pieces                PIC 9(05).
           12 WS-Txn-Value                 PIC 9(05)V99.
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Type-Value                PIC 9(05)V99.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Apply-Transactions UNTIL WS-CntrTxnFile-EOF.
           PERFORM 2500-Write-One-Pcn-Row
              VARYING WS-Pcn-IDX FROM 1 BY 1
              UNTIL WS-Pcn-IDX > WS-Pcn-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CNTRMNT: 1000-Begin-Job".
           PERFORM 1010-Load-Pcn-Table.
           OPEN INPUT CntrTxnFile.
           IF NOT WS-CntrTxnFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "part-cntr-transactions" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "Open CntrTxnFile Failed."
              DISPLAY "File Status: " WS-CntrTxnFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT NewPartCntrFile.

      *    A missing reference just means this batch is its first
      *    rows.
       1010-Load-Pcn-Table.
           OPEN INPUT PartCntrFile.
           IF WS-PartCntrFile-Good
              PERFORM 1015-Load-One-Pcn-Row
                 UNTIL WS-PartCntrFile-EOF
              CLOSE PartCntrFile
           END-IF.

       1015-Load-One-Pcn-Row.
           READ PartCntrFile
              AT END SET WS-PartCntrFile-EOF TO TRUE
           END-READ.
           IF WS-PartCntrFile-Good
              ADD +1 TO FD-PartCntrFile-Record-Cnt
              PERFORM 1050-Add-Table-Row
              MOVE Pcn-PART-NUMBER TO WS-Pcn-Part(WS-Pcn-IDX)
              MOVE Pcn-CONTAINER-TYPE TO WS-Pcn-Type(WS-Pcn-IDX)
              MOVE Pcn-PIECES-PER-CNTR TO WS-Pcn-Pieces(WS-Pcn-IDX)
              MOVE Pcn-CNTR-UNIT-VALUE TO WS-Pcn-Value(WS-Pcn-IDX)
           END-IF.

       1050-Add-Table-Row.
           IF WS-Pcn-Cnt >= WS-Pcn-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Pcn-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Pcn-Cnt.
           SET WS-Pcn-IDX TO WS-Pcn-Cnt.
           MOVE SPACES TO WS-Pcn-Part(WS-Pcn-IDX)
                          WS-Pcn-Type(WS-Pcn-IDX).
           MOVE ZERO TO WS-Pcn-Pieces(WS-Pcn-IDX)
                        WS-Pcn-Value(WS-Pcn-IDX).
           SET WS-Pcn-Row-Active(WS-Pcn-IDX) TO TRUE.

       2000-Apply-Transactions.
           READ CntrTxnFile
              AT END SET WS-CntrTxnFile-EOF TO TRUE
           END-READ.
           IF WS-CntrTxnFile-Good
              ADD +1 TO FD-CntrTxnFile-Record-Cnt
              PERFORM 2020-Validate-Transaction
              IF WS-Txn-Valid
                 PERFORM 2100-Apply-Transaction
                 ADD +1 TO WS-Txn-Applied-Cnt
              ELSE
                 ADD +1 TO WS-Txn-Rejected-Cnt
              END-IF
           ELSE
              IF WS-CntrTxnFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "part-cntr-transactions" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Apply-Transactions"
                 DISPLAY "Read CntrTxnFile Failed."
                 DISPLAY "File Status: " WS-CntrTxnFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Validate-Transaction.
           SET WS-Txn-Valid TO TRUE.
           MOVE FD-CntrTxn-Code TO WS-Txn-Code.
           MOVE FD-CntrTxn-Part TO WS-Txn-Part.
           MOVE FD-CntrTxn-Type TO WS-Txn-Type.
           MOVE ZERO TO WS-Txn-Pieces WS-Txn-Value.
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

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF WS-Txn-Type = SPACES
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Container Type Missing: "
                    WS-Txn-Part
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF FD-CntrTxn-Pieces IS NUMERIC AND
                 FD-CntrTxn-Pieces NOT = ZERO
                 MOVE FD-CntrTxn-Pieces TO WS-Txn-Pieces
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Pieces Per Container: "
                    WS-Txn-Part "-" FD-CntrTxn-Pieces
              END-IF
           END-IF.

           IF WS-Txn-Valid AND (WS-Txn-Add OR WS-Txn-Change)
              IF FD-CntrTxn-Value IS NUMERIC AND
                 FD-CntrTxn-Value NOT = ZERO
                 MOVE FD-CntrTxn-Value TO WS-Txn-Value
              ELSE
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Bad Container Value: "
                    WS-Txn-Part "-" FD-CntrTxn-Value
              END-IF
           END-IF.

           IF WS-Txn-Valid
              PERFORM 2030-Find-Matching-Row
              EVALUATE TRUE
                 WHEN WS-Txn-Add AND WS-Pcn-Row-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: Part Already On File: "
                       WS-Txn-Part
                 WHEN (WS-Txn-Change OR WS-Txn-Delete) AND
                      WS-Pcn-Row-Not-Found
                    SET WS-Txn-Invalid TO TRUE
                    DISPLAY "** REJECTED **: No Matching Row: "
                       WS-Txn-Part
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           IF WS-Txn-Valid AND WS-Txn-Add
              PERFORM 2040-Find-Type-Value
              IF WS-Type-Found AND WS-Type-Value NOT = WS-Txn-Value
                 SET WS-Txn-Invalid TO TRUE
                 DISPLAY "** REJECTED **: Type Is Valued At "
                    WS-Type-Value ": " WS-Txn-Part "-" WS-Txn-Type
              END-IF
           END-IF.

       2030-Find-Matching-Row.
           SET WS-Pcn-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Pcn-IDX FROM 1 BY 1
              UNTIL WS-Pcn-IDX > WS-Pcn-Cnt
              IF WS-Pcn-Row-Active(WS-Pcn-IDX) AND
                 WS-Pcn-Part(WS-Pcn-IDX) = WS-Txn-Part
                 SET WS-Pcn-Row-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Pcn-IDX
                 SET WS-Pcn-IDX TO WS-Pcn-Cnt
              END-IF
           END-PERFORM.

       2040-Find-Type-Value.
           SET WS-Type-Not-Found TO TRUE.
           MOVE ZERO TO WS-Type-Value.
           PERFORM VARYING WS-Pcn-IDX FROM 1 BY 1
              UNTIL WS-Pcn-IDX > WS-Pcn-Cnt
              IF WS-Pcn-Row-Active(WS-Pcn-IDX) AND
                 WS-Pcn-Type(WS-Pcn-IDX) = WS-Txn-Type
                 SET WS-Type-Found TO TRUE
                 MOVE WS-Pcn-Value(WS-Pcn-IDX) TO WS-Type-Value
                 SET WS-Pcn-IDX TO WS-Pcn-Cnt
              END-IF
           END-PERFORM.

       2100-Apply-Transaction.
           EVALUATE TRUE
              WHEN WS-Txn-Add
                 PERFORM 1050-Add-Table-Row
                 MOVE WS-Txn-Part TO WS-Pcn-Part(WS-Pcn-IDX)
                 MOVE WS-Txn-Type TO WS-Pcn-Type(WS-Pcn-IDX)
                 MOVE WS-Txn-Pieces TO WS-Pcn-Pieces(WS-Pcn-IDX)
                 MOVE WS-Txn-Value TO WS-Pcn-Value(WS-Pcn-IDX)
              WHEN WS-Txn-Change
                 MOVE WS-Txn-Type TO WS-Pcn-Type(WS-Txn-Match-IDX)
                 MOVE WS-Txn-Pieces TO
                    WS-Pcn-Pieces(WS-Txn-Match-IDX)
                 MOVE WS-Txn-Value TO WS-Pcn-Value(WS-Txn-Match-IDX)
                 PERFORM 2110-Revalue-One-Row
                    VARYING WS-Pcn-IDX FROM 1 BY 1
                    UNTIL WS-Pcn-IDX > WS-Pcn-Cnt
              WHEN WS-Txn-Delete
                 SET WS-Pcn-Row-Deleted(WS-Txn-Match-IDX) TO TRUE
           END-EVALUATE.

      *    The type's other parts take the changed value.
       2110-Revalue-One-Row.
           IF WS-Pcn-Row-Active(WS-Pcn-IDX) AND
              WS-Pcn-Type(WS-Pcn-IDX) = WS-Txn-Type AND
              WS-Pcn-Value(WS-Pcn-IDX) NOT = WS-Txn-Value
              MOVE WS-Txn-Value TO WS-Pcn-Value(WS-Pcn-IDX)
              ADD +1 TO WS-Revalued-Cnt
              DISPLAY "Container Value Now " WS-Txn-Value ": "
                 WS-Pcn-Part(WS-Pcn-IDX) "-" WS-Txn-Type
           END-IF.

       2500-Write-One-Pcn-Row.
           IF WS-Pcn-Row-Active(WS-Pcn-IDX)
              MOVE SPACES TO NewPcn-PART-CNTR-REC
              MOVE WS-Pcn-Part(WS-Pcn-IDX) TO NewPcn-PART-NUMBER
              MOVE WS-Pcn-Type(WS-Pcn-IDX) TO NewPcn-CONTAINER-TYPE
              MOVE WS-Pcn-Pieces(WS-Pcn-IDX) TO
                 NewPcn-PIECES-PER-CNTR
              MOVE WS-Pcn-Value(WS-Pcn-IDX) TO
                 NewPcn-CNTR-UNIT-VALUE
              WRITE NewPcn-PART-CNTR-REC
              IF WS-NewPartCntrFile-Good
                 ADD +1 TO FD-NewPartCntr-Record-Cnt
                 MOVE SPACES TO WS-Hash-Record
                 MOVE NewPcn-PART-CNTR-REC TO WS-Hash-Record
                 CALL 'PSAPHASH' USING WS-Hash-Record
                    WS-New-File-Hash
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "part-container-new" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2500-Write-One-Pcn-Row"
                 DISPLAY "File Status: " WS-NewPartCntrFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3000-End-Job.
           DISPLAY "CNTRMNT: 3000-End-Job".
           CLOSE CntrTxnFile NewPartCntrFile.
      *    The control line PROMOTE verifies the PARTCNTR pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT PartCntrCtlFile.
           MOVE FD-NewPartCntr-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-PartCntrCtl-Record.
           CLOSE PartCntrCtlFile.
           DISPLAY "  Cntr-Maint: Rows On File:    "
              FD-PartCntrFile-Record-Cnt.
           DISPLAY "  Cntr-Maint: Txns Read:       "
              FD-CntrTxnFile-Record-Cnt.
           DISPLAY "  Cntr-Maint: Txns Applied:    "
              WS-Txn-Applied-Cnt.
           DISPLAY "  Cntr-Maint: Txns Rejected:   "
              WS-Txn-Rejected-Cnt.
           DISPLAY "  Cntr-Maint: Rows Revalued:   "
              WS-Revalued-Cnt.
           DISPLAY "  Cntr-Maint: Rows Written:    "
              FD-NewPartCntr-Record-Cnt.
