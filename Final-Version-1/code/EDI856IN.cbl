      *    9(8).
      *
      *    Due-in record: PO(6), part(23), quantity 9(7),
      *    expected arrival 9(8), ship-to plant(3).  The plant is
      *    the one on our PO, so DOCKSCHD books the truck at the
      *    dock it is actually headed for.
      *
      *    Each supplier's notices in the run are one functional
      *    group for the 997 -- sets received is the notices
      *    read, sets accepted those put on the due-in schedule.
      *    The groups are appended to the inbound group log
      *    (EDIGRP) for EDI997X.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for 856 ship notices
      * 2026-09-16 dastagg       Each supplier's notices logged
      *                          as one functional group for the
      *                          outbound 997.
      * 2026-10-15 dastagg       PO's ship-to plant carried on
      *                          each due-in line.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-MatchRpt-Status.

      *    Appended -- EDI997X empties it once the 997s are out.
           SELECT GroupLog
           ASSIGN TO "../data/edi-inbound-groups.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GroupLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           05 FD-DueIn-Part             PIC X(23).
           05 FD-DueIn-Quantity         PIC 9(07).
           05 FD-DueIn-Arrival-Date     PIC 9(08).
           05 FD-DueIn-Ship-Plant       PIC X(03).

       FD  MatchRpt
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-MatchRpt-Record           PIC X(132).

       FD  GroupLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDIGRP REPLACING ==:tag:== BY ==GrpLog==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==Ship856File==.
           COPY WSFST REPLACING ==:tag:== BY ==DueInFile==.
           COPY WSFST REPLACING ==:tag:== BY ==MatchRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==GroupLog==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Ship856File-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-DueIn-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-MatchRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-GroupLog-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Match-Counters.
           12 WS-Unknown-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Row-Found-Flag         PIC X.
              88 WS-PO-Row-Found              VALUE 'Y'.
              88 WS-PO-Row-Not-Found          VALUE 'N'.
           12 WS-Notice-Accepted-Flag      PIC X.
              88 WS-Notice-Accepted           VALUE 'Y'.
              88 WS-Notice-Not-Accepted       VALUE 'N'.
           12 WS-Grp-Found-Flag            PIC X.
              88 WS-Grp-Found                 VALUE 'Y'.
              88 WS-Grp-Not-Found             VALUE 'N'.

       01  WS-Today-Date                   PIC 9(08) VALUE ZERO.

      *    One functional group per supplier sending notices this
      *    run, in first-seen order.
       01  WS-Group-Storage.
           12 WS-Grp-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Grp-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Grp-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Grp-Cnt
              INDEXED BY WS-Grp-IDX.
              15 WS-Grp-Supplier           PIC X(10).
              15 WS-Grp-Sets-Rcvd          PIC S9(5) COMP VALUE ZERO.
              15 WS-Grp-Sets-Ok            PIC S9(5) COMP VALUE ZERO.
           12 WS-Grp-Control.
              15 WS-Grp-Ctl-Date           PIC X(06).
              15 WS-Grp-Ctl-Seq            PIC 9(03).

       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Element-Counter    PIC S9(4) COMP VALUE +9999.
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number          PIC X(06).
              15 WS-PO-Part            PIC X(23).
              15 WS-PO-Ship-Plant      PIC X(03).
              15 WS-PO-Status          PIC X(01).
                 88 WS-PO-Closed          VALUE 'C'.


       1000-Begin-Job.
           DISPLAY "EDI856IN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           OPEN OUTPUT DueInFile.
           OPEN OUTPUT MatchRpt.
           PERFORM 1020-Load-Po-File.
                 END-IF
                 MOVE PoOut-PART-NUMBER TO
                    WS-PO-Part(WS-PO-Match-IDX)
                 MOVE PoOut-SHIP-TO-PLANT TO
                    WS-PO-Ship-Plant(WS-PO-Match-IDX)
              END-IF
           ELSE
              IF WS-PoOut-EOF
           ADD +1 TO WS-PO-Occurs-Dep-Counter.
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE SPACES TO WS-PO-Number(WS-PO-Match-IDX)
                          WS-PO-Part(WS-PO-Match-IDX)
                          WS-PO-Ship-Plant(WS-PO-Match-IDX).
           MOVE 'O' TO WS-PO-Status(WS-PO-Match-IDX).

       2000-Process-Ship-Notices.
       2100-Apply-One-Notice.
           MOVE FD-Ship-PO-Number TO WS-Hold-PO-Number.
           PERFORM 2110-Find-PO-Row.
           SET WS-Notice-Not-Accepted TO TRUE.
           EVALUATE TRUE
              WHEN WS-PO-Row-Not-Found
                 ADD +1 TO WS-Unknown-PO-Cnt
                       DELIMITED BY SIZE INTO FD-MatchRpt-Record
                    PERFORM 2900-Write-Match-Rpt-Line
                 END-IF
                 SET WS-Notice-Accepted TO TRUE
                 PERFORM 2200-Write-Due-In-Record
           END-EVALUATE.
           PERFORM 2150-Tally-Group.

       2110-Find-PO-Row.
           SET WS-PO-Row-Not-Found TO TRUE.
              END-IF
           END-PERFORM.

       2150-Tally-Group.
           SET WS-Grp-Not-Found TO TRUE.
           PERFORM VARYING WS-Grp-IDX FROM 1 BY 1
              UNTIL WS-Grp-IDX > WS-Grp-Cnt
              IF WS-Grp-Supplier(WS-Grp-IDX) = FD-Ship-Supplier
                 SET WS-Grp-Found TO TRUE
                 SET WS-Grp-IDX TO WS-Grp-Cnt
              END-IF
           END-PERFORM.
           IF WS-Grp-Not-Found
              IF WS-Grp-Cnt >= WS-Grp-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Group-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Grp-Cnt
              SET WS-Grp-IDX TO WS-Grp-Cnt
              MOVE FD-Ship-Supplier TO WS-Grp-Supplier(WS-Grp-IDX)
              MOVE ZERO TO WS-Grp-Sets-Rcvd(WS-Grp-IDX)
                           WS-Grp-Sets-Ok(WS-Grp-IDX)
           END-IF.
           ADD +1 TO WS-Grp-Sets-Rcvd(WS-Grp-IDX).
           IF WS-Notice-Accepted
              ADD +1 TO WS-Grp-Sets-Ok(WS-Grp-IDX)
           END-IF.

      *    The part carried is our PO's part, not the notice's --
      *    a mismatched part was already reported above, and the
      *    dock schedules against what was ordered.
           MOVE WS-PO-Part(WS-PO-Match-IDX) TO FD-DueIn-Part.
           MOVE FD-Ship-Quantity TO FD-DueIn-Quantity.
           MOVE FD-Ship-Arrival-Date TO FD-DueIn-Arrival-Date.
           MOVE WS-PO-Ship-Plant(WS-PO-Match-IDX) TO
              FD-DueIn-Ship-Plant.
           WRITE FD-DueIn-Record.
           IF WS-DueInFile-Good
              ADD +1 TO FD-DueIn-Record-Cnt
       3000-End-Job.
           DISPLAY "EDI856IN: 3000-End-Job".
           CLOSE Ship856File DueInFile MatchRpt.
           PERFORM 3030-Write-Group-Log.
           DISPLAY "  Edi-856: POs On File:       "
              WS-PO-Occurs-Dep-Counter.
           DISPLAY "  Edi-856: Notices Read:      "
              WS-Closed-PO-Cnt.
           DISPLAY "  Edi-856: Part Mismatches:   "
              WS-Part-Mismatch-Cnt.
           DISPLAY "  Edi-856: Groups Logged:     "
              FD-GroupLog-Record-Cnt.

      *    No envelope on the 856 file, so the group control is
      *    the run date plus the supplier's ordinal in the run.
       3030-Write-Group-Log.
           IF WS-Grp-Cnt > ZERO
              OPEN EXTEND GroupLog
              IF NOT WS-GroupLog-Good
                 OPEN OUTPUT GroupLog
              END-IF
              MOVE WS-Today-Date(3:6) TO WS-Grp-Ctl-Date
              PERFORM 3035-Write-One-Group
                 VARYING WS-Grp-IDX FROM 1 BY 1
                 UNTIL WS-Grp-IDX > WS-Grp-Cnt
              CLOSE GroupLog
           END-IF.

       3035-Write-One-Group.
           SET WS-Grp-Ctl-Seq TO WS-Grp-IDX.
           MOVE WS-Grp-Supplier(WS-Grp-IDX) TO GrpLog-SUPPLIER-CODE.
           SET GrpLog-SHIP-NOTICE-GROUP TO TRUE.
           MOVE WS-Grp-Control TO GrpLog-GROUP-CONTROL.
           MOVE "856" TO GrpLog-DOC-TYPE.
           MOVE WS-Grp-Sets-Rcvd(WS-Grp-IDX) TO GrpLog-SETS-RECEIVED.
           MOVE WS-Grp-Sets-Ok(WS-Grp-IDX) TO GrpLog-SETS-ACCEPTED.
           EVALUATE TRUE
              WHEN WS-Grp-Sets-Ok(WS-Grp-IDX) =
                   WS-Grp-Sets-Rcvd(WS-Grp-IDX)
                 SET GrpLog-GROUP-ACCEPTED TO TRUE
              WHEN WS-Grp-Sets-Ok(WS-Grp-IDX) = ZERO
                 SET GrpLog-GROUP-REJECTED TO TRUE
              WHEN OTHER
                 SET GrpLog-GROUP-PARTIAL TO TRUE
           END-EVALUATE.
           MOVE WS-Today-Date TO GrpLog-RECEIVED-DATE.
           WRITE GrpLog-EDI-GROUP-REC.
           IF WS-GroupLog-Good
              ADD +1 TO FD-GroupLog-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi-inbound-groups" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3035-Write-One-Group"
              DISPLAY "File Status: " WS-GroupLog-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
