      ***********************************************************
      * Program name:    CNTRPOST
      * Original author: David Stagowski
      *
      *    Description: Returnable container movement posting.
      *
      *    Our parts arrive in company-owned racks and totes and
      *    the empties go back to the supplier, but nothing kept
      *    count of who was holding them.  This keeps a keyed
      *    container balance per SUPPLIER-CODE and container type
      *    (CNTRBAL, DD CNTRBAL) and a container ledger behind it
      *    -- every posted movement appended with its effect and
      *    the balance after.  The STOCKLED pattern, for
      *    containers instead of parts.
      *
      *    Movements come off the pending container movement
      *    file (CNTRMOVE layout):
      *      'S' empties shipped to the supplier   +balance
      *      'R' containers received back full     -balance
      *      'X' containers scrapped               -balance
      *    The shipping dock keys 'S' and 'X'; RECMATCH writes
      *    'R' from each receipt's pack quantity.
      *
      *    A movement for a supplier not on SUPPOUT, or in a
      *    container type not on the part container reference
      *    (PARTCNTR), is not posted.  It is listed and written
      *    back to the pending file so it posts once the master
      *    or the reference is fixed.
      *
      *    The posting report lists what didn't post and every
      *    balance a movement left below zero -- more containers
      *    came back than we ever sent, which means a shipment of
      *    empties was never keyed.
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
       PROGRAM-ID. CNTRPOST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CntrMoveFile
           ASSIGN TO "../data/container-moves.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CntrMoveFile-Status.

           SELECT CntrBal
           ASSIGN TO CNTRBAL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CntrBal-BAL-KEY
           FILE STATUS IS WS-CntrBal-Status.

      *    SuppOut's own SELECT in SUPPCALL.cbl is the authority.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    CNTRMNT's promoted part container reference.
           SELECT PartCntrFile
           ASSIGN TO "../data/part-container.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PartCntrFile-Status.

           SELECT LedgerFile
           ASSIGN TO "../data/container-ledger.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LedgerFile-Status.

           SELECT CntrPostRpt
           ASSIGN TO "../data/container-post-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CntrPostRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  CntrMoveFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CNTRMOVE REPLACING ==:tag:== BY ==CntrMv==.

       FD  CntrBal
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CNTRBAL REPLACING ==:tag:== BY ==CntrBal==.

       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  PartCntrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTCNTR REPLACING ==:tag:== BY ==Pcn==.

      *    The posted movement as it came in, then its signed
      *    effect on the balance, the balance after, and the day
      *    it posted.
       FD  LedgerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ledger-Record.
           05 FD-Ledger-Move            PIC X(77).
           05 FD-Ledger-Effect          PIC S9(07)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Balance         PIC S9(07)
                 SIGN LEADING SEPARATE.
           05 FD-Ledger-Posted-Date     PIC 9(08).

       FD  CntrPostRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CntrPostRpt-Record        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==CntrMoveFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CntrBal==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PartCntrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==LedgerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CntrPostRpt==.

       01  WS-File-Counters.
           12 FD-CntrMove-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-Ledger-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-CntrPostRpt-Record-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Posting-Counters.
           12 WS-Posted-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-New-Balance-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Negative-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Shipped-Cnt               PIC S9(7) COMP VALUE ZERO.
           12 WS-Received-Cnt              PIC S9(7) COMP VALUE ZERO.
           12 WS-Scrapped-Cnt              PIC S9(7) COMP VALUE ZERO.

      *    Movements that could not post go back on the pending
      *    file at end of job.
       01  WS-Held-Move-Storage.
           12 WS-Held-Max-Cnt              PIC S9(4) COMP VALUE +2000.
           12 WS-Held-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Held-Cnt
              INDEXED BY WS-Held-IDX.
              15 WS-Held-Move              PIC X(77).

      *    The container types the reference knows.
       01  WS-Cntr-Type-Storage.
           12 WS-Type-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Type-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Type-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Type-Cnt
              INDEXED BY WS-Type-IDX.
              15 WS-Type-Code              PIC X(06).

       01  WS-Post-Work.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Hold-Type                 PIC X(06) VALUE SPACES.
           12 WS-Type-Found-Flag           PIC X VALUE 'N'.
              88 WS-Type-Found                VALUE 'Y'.
              88 WS-Type-Not-Found            VALUE 'N'.
           12 WS-Post-Effect               PIC S9(07) VALUE ZERO.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.
           12 WS-CntrBal-Exists-Flag       PIC X VALUE 'N'.
              88 WS-CntrBal-Exists            VALUE 'Y'.
              88 WS-CntrBal-New               VALUE 'N'.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC ZZZZ9.
           12 WS-Bal-Edit                  PIC -(6)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Post-Pending-Moves
              UNTIL WS-CntrMoveFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "CNTRPOST: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN OUTPUT CntrPostRpt.
           MOVE SPACES TO FD-CntrPostRpt-Record.
           STRING "CONTAINER MOVEMENT POSTING -- " WS-Today-Date
              DELIMITED BY SIZE INTO FD-CntrPostRpt-Record.
           PERFORM 2900-Write-Post-Rpt-Line.
           PERFORM 1010-Load-Cntr-Types.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SUPPOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-SuppOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    A missing balance file is a first run -- it is
      *    created empty and every supplier starts at zero.
           OPEN I-O CntrBal.
           IF NOT WS-CntrBal-Good
              OPEN OUTPUT CntrBal
              CLOSE CntrBal
              OPEN I-O CntrBal
           END-IF.
           IF NOT WS-CntrBal-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "CNTRBAL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-CntrBal-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN EXTEND LedgerFile.
           IF NOT WS-LedgerFile-Good
              OPEN OUTPUT LedgerFile
           END-IF.
           OPEN INPUT CntrMoveFile.
           IF NOT WS-CntrMoveFile-Good
              SET WS-CntrMoveFile-EOF TO TRUE
           END-IF.

      *    A missing reference leaves no type known -- every
      *    movement holds until the PARTCNTR pair is promoted.
       1010-Load-Cntr-Types.
           OPEN INPUT PartCntrFile.
           IF WS-PartCntrFile-Good
              PERFORM 1015-Load-One-Cntr-Type
                 UNTIL WS-PartCntrFile-EOF
              CLOSE PartCntrFile
           END-IF.

       1015-Load-One-Cntr-Type.
           READ PartCntrFile
              AT END SET WS-PartCntrFile-EOF TO TRUE
           END-READ.
           IF WS-PartCntrFile-Good
              MOVE Pcn-CONTAINER-TYPE TO WS-Hold-Type
              PERFORM 2550-Find-Cntr-Type
              IF WS-Type-Not-Found
                 IF WS-Type-Cnt >= WS-Type-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Cntr-Type-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Type-Cnt
                 SET WS-Type-IDX TO WS-Type-Cnt
                 MOVE Pcn-CONTAINER-TYPE TO WS-Type-Code(WS-Type-IDX)
              END-IF
           END-IF.

       2000-Post-Pending-Moves.
           READ CntrMoveFile
              AT END SET WS-CntrMoveFile-EOF TO TRUE
           END-READ.
           IF WS-CntrMoveFile-Good
              ADD +1 TO FD-CntrMove-Record-Cnt
              PERFORM 2500-Post-One-Movement
              IF WS-Reject-Reason NOT = SPACES
                 PERFORM 2050-Hold-Pending-Move
              END-IF
           END-IF.

       2050-Hold-Pending-Move.
           IF WS-Held-Cnt >= WS-Held-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Held-Move-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Held-Cnt.
           SET WS-Held-IDX TO WS-Held-Cnt.
           MOVE CntrMv-CNTR-MOVE TO WS-Held-Move(WS-Held-IDX).

      *    One movement against one balance: validate, read (or
      *    start) the balance, apply, rewrite, and leave the
      *    ledger line.  WS-Reject-Reason is left set when the
      *    movement did not post.
       2500-Post-One-Movement.
           MOVE SPACES TO WS-Reject-Reason.
           IF CntrMv-QUANTITY IS NOT NUMERIC OR
              CntrMv-MOVE-DATE IS NOT NUMERIC
              MOVE "QUANTITY OR DATE INVALID" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES AND
              CntrMv-QUANTITY = ZERO
              MOVE "QUANTITY IS ZERO" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES AND
              NOT CntrMv-MOVE-TO-SUPPLIER AND
              NOT CntrMv-MOVE-OFF-SUPPLIER
              MOVE "UNKNOWN MOVEMENT TYPE" TO WS-Reject-Reason
           END-IF.
           IF WS-Reject-Reason = SPACES
              MOVE CntrMv-CONTAINER-TYPE TO WS-Hold-Type
              PERFORM 2550-Find-Cntr-Type
              IF WS-Type-Not-Found
                 MOVE "CONTAINER TYPE NOT ON REFERENCE" TO
                    WS-Reject-Reason
              END-IF
           END-IF.
           IF WS-Reject-Reason = SPACES
              MOVE CntrMv-SUPPLIER-CODE TO SuppOut-SUPPLIER-CODE
              READ SuppOut
                 INVALID KEY
                    MOVE "SUPPLIER NOT ON SUPPOUT" TO
                       WS-Reject-Reason
              END-READ
           END-IF.
           IF WS-Reject-Reason = SPACES
              PERFORM 2510-Read-Balance
              PERFORM 2520-Apply-Movement
              PERFORM 2530-Save-Balance
              PERFORM 2540-Write-Ledger-Line
              ADD +1 TO WS-Posted-Cnt
              IF CntrBal-BALANCE < ZERO
                 ADD +1 TO WS-Negative-Cnt
                 MOVE CntrBal-BALANCE TO WS-Bal-Edit
                 MOVE SPACES TO FD-CntrPostRpt-Record
                 STRING "BALANCE NEGATIVE " CntrBal-SUPPLIER-CODE
                    " " CntrBal-CONTAINER-TYPE " " WS-Bal-Edit
                    " AFTER " CntrMv-MOVE-TYPE " "
                    CntrMv-MOVE-DATE " PO " CntrMv-PO-NUMBER
                    DELIMITED BY SIZE INTO FD-CntrPostRpt-Record
                 PERFORM 2900-Write-Post-Rpt-Line
              END-IF
           ELSE
              ADD +1 TO WS-Rejected-Cnt
              MOVE CntrMv-QUANTITY TO WS-Qty-Edit
              MOVE SPACES TO FD-CntrPostRpt-Record
              STRING "NOT POSTED " CntrMv-MOVE-TYPE " "
                 CntrMv-SUPPLIER-CODE " " CntrMv-CONTAINER-TYPE
                 " " CntrMv-MOVE-DATE " QTY " WS-Qty-Edit " "
                 CntrMv-SOURCE-PGM " -- " WS-Reject-Reason
                 DELIMITED BY SIZE INTO FD-CntrPostRpt-Record
              PERFORM 2900-Write-Post-Rpt-Line
           END-IF.

       2510-Read-Balance.
           MOVE CntrMv-SUPPLIER-CODE TO CntrBal-SUPPLIER-CODE.
           MOVE CntrMv-CONTAINER-TYPE TO CntrBal-CONTAINER-TYPE.
           READ CntrBal
              INVALID KEY
                 SET WS-CntrBal-New TO TRUE
              NOT INVALID KEY
                 SET WS-CntrBal-Exists TO TRUE
           END-READ.
           IF WS-CntrBal-New
              MOVE SPACES TO CntrBal-CNTR-BAL-REC
              MOVE CntrMv-SUPPLIER-CODE TO CntrBal-SUPPLIER-CODE
              MOVE CntrMv-CONTAINER-TYPE TO CntrBal-CONTAINER-TYPE
              MOVE ZERO TO CntrBal-BALANCE
                           CntrBal-SHIPPED-TODATE
                           CntrBal-RECEIVED-TODATE
                           CntrBal-SCRAPPED-TODATE
              ADD +1 TO WS-New-Balance-Cnt
           END-IF.

       2520-Apply-Movement.
           EVALUATE TRUE
              WHEN CntrMv-MOVE-SHIPPED
                 MOVE CntrMv-QUANTITY TO WS-Post-Effect
                 ADD CntrMv-QUANTITY TO CntrBal-SHIPPED-TODATE
                 ADD CntrMv-QUANTITY TO WS-Shipped-Cnt
                 MOVE CntrMv-MOVE-DATE TO CntrBal-LAST-SHIP-DATE
              WHEN CntrMv-MOVE-RECEIVED
                 COMPUTE WS-Post-Effect = 0 - CntrMv-QUANTITY
                 ADD CntrMv-QUANTITY TO CntrBal-RECEIVED-TODATE
                 ADD CntrMv-QUANTITY TO WS-Received-Cnt
              WHEN CntrMv-MOVE-SCRAPPED
                 COMPUTE WS-Post-Effect = 0 - CntrMv-QUANTITY
                 ADD CntrMv-QUANTITY TO CntrBal-SCRAPPED-TODATE
                 ADD CntrMv-QUANTITY TO WS-Scrapped-Cnt
           END-EVALUATE.
           ADD WS-Post-Effect TO CntrBal-BALANCE.
           MOVE CntrMv-MOVE-DATE TO CntrBal-LAST-MOVE-DATE.

       2530-Save-Balance.
           IF WS-CntrBal-Exists
              REWRITE CntrBal-CNTR-BAL-REC
           ELSE
              WRITE CntrBal-CNTR-BAL-REC
           END-IF.
           IF NOT WS-CntrBal-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "CNTRBAL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2530-Save-Balance"
              DISPLAY "File Status: " WS-CntrBal-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2540-Write-Ledger-Line.
           MOVE CntrMv-CNTR-MOVE TO FD-Ledger-Move.
           MOVE WS-Post-Effect TO FD-Ledger-Effect.
           MOVE CntrBal-BALANCE TO FD-Ledger-Balance.
           MOVE WS-Today-Date TO FD-Ledger-Posted-Date.
           WRITE FD-Ledger-Record.
           IF WS-LedgerFile-Good
              ADD +1 TO FD-Ledger-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "container-ledger" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2540-Write-Ledger-Line"
              DISPLAY "File Status: " WS-LedgerFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2550-Find-Cntr-Type.
           SET WS-Type-Not-Found TO TRUE.
           PERFORM VARYING WS-Type-IDX FROM 1 BY 1
              UNTIL WS-Type-IDX > WS-Type-Cnt
              IF WS-Type-Code(WS-Type-IDX) = WS-Hold-Type
                 SET WS-Type-Found TO TRUE
                 SET WS-Type-IDX TO WS-Type-Cnt
              END-IF
           END-PERFORM.

       2900-Write-Post-Rpt-Line.
           WRITE FD-CntrPostRpt-Record.
           IF WS-CntrPostRpt-Good
              ADD +1 TO FD-CntrPostRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "container-post-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Post-Rpt-Line"
              DISPLAY "File Status: " WS-CntrPostRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "CNTRPOST: 3000-End-Job".
           CLOSE CntrMoveFile LedgerFile.
           PERFORM 3010-Rewrite-Pending-File.
           MOVE SPACES TO FD-CntrPostRpt-Record.
           PERFORM 2900-Write-Post-Rpt-Line.
           MOVE WS-Posted-Cnt TO WS-Qty-Edit.
           MOVE SPACES TO FD-CntrPostRpt-Record.
           STRING "MOVEMENTS POSTED " WS-Qty-Edit
              DELIMITED BY SIZE INTO FD-CntrPostRpt-Record.
           PERFORM 2900-Write-Post-Rpt-Line.
           MOVE WS-Held-Cnt TO WS-Qty-Edit.
           MOVE SPACES TO FD-CntrPostRpt-Record.
           STRING "HELD FOR NEXT RUN " WS-Qty-Edit
              DELIMITED BY SIZE INTO FD-CntrPostRpt-Record.
           PERFORM 2900-Write-Post-Rpt-Line.
           CLOSE CntrBal SuppOut CntrPostRpt.
           DISPLAY "  Cntr-Post: Moves Read:          "
              FD-CntrMove-Record-Cnt.
           DISPLAY "  Cntr-Post: Posted:              " WS-Posted-Cnt.
           DISPLAY "  Cntr-Post: Not Posted:          "
              WS-Rejected-Cnt.
           DISPLAY "  Cntr-Post: Held For Next Run:   " WS-Held-Cnt.
           DISPLAY "  Cntr-Post: New Balances:        "
              WS-New-Balance-Cnt.
           DISPLAY "  Cntr-Post: Shipped/Recvd/Scrap: "
              WS-Shipped-Cnt "/" WS-Received-Cnt "/"
              WS-Scrapped-Cnt.
           DISPLAY "  Cntr-Post: Went Negative:       "
              WS-Negative-Cnt.

      *    Everything that posted is on the ledger now -- the
      *    pending file goes back to holding only what didn't.
       3010-Rewrite-Pending-File.
           OPEN OUTPUT CntrMoveFile.
           PERFORM 3020-Write-One-Held
              VARYING WS-Held-IDX FROM 1 BY 1
              UNTIL WS-Held-IDX > WS-Held-Cnt.
           CLOSE CntrMoveFile.

       3020-Write-One-Held.
           MOVE WS-Held-Move(WS-Held-IDX) TO CntrMv-CNTR-MOVE.
           WRITE CntrMv-CNTR-MOVE.
           IF NOT WS-CntrMoveFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "container-moves" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3020-Write-One-Held"
              DISPLAY "File Status: " WS-CntrMoveFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
