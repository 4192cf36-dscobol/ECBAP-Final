      *    file ../data/edi855-age-control.dat.txt; a missing
      *    file means 10 days.
      *
      *    Each supplier's acknowledgments in the run are one
      *    functional group for the 997 -- sets received is the
      *    records read, sets accepted those matched to a PO on
      *    POOUT.  The groups are appended to the inbound group
      *    log (EDIGRP) for EDI997X.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Delivery-date compare guarded --
      *                          a blank date on the PO side no
      *                          longer reaches NUMVAL.
      * 2026-09-16 dastagg       Each supplier's acks logged as
      *                          one functional group for the
      *                          outbound 997.
      * 2026-10-11 dastagg       An acknowledgment that moves the
      *                          delivery date raises an ACKDATE
      *                          notification for the PO's buyer.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ReconRpt-Status.

      *    Appended -- EDI997X empties it once the 997s are out.
           SELECT GroupLog
           ASSIGN TO "../data/edi-inbound-groups.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GroupLog-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReconRpt-Record           PIC X(132).

       FD  GroupLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDIGRP REPLACING ==:tag:== BY ==GrpLog==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AckStateOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AgeControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ReconRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==GroupLog==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-Ack855File-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 FD-AckStateOut-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-ReconRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-GroupLog-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Recon-Counters.
           12 WS-Ack-Clean-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Ack-Changed-Flag          PIC X.
              88 WS-Ack-Changed               VALUE 'Y'.
              88 WS-Ack-Not-Changed           VALUE 'N'.
           12 WS-Ack-Accepted-Flag         PIC X.
              88 WS-Ack-Accepted              VALUE 'Y'.
              88 WS-Ack-Not-Accepted          VALUE 'N'.
           12 WS-Grp-Found-Flag            PIC X.
              88 WS-Grp-Found                 VALUE 'Y'.
              88 WS-Grp-Not-Found             VALUE 'N'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number          PIC X(06).
              15 WS-PO-Supplier        PIC X(10).
              15 WS-PO-Buyer           PIC X(03).
              15 WS-PO-Part            PIC X(23).
              15 WS-PO-Quantity        PIC S9(8) COMP VALUE ZERO.
              15 WS-PO-Unit-Price      PIC S9(7)V99 COMP-3 VALUE ZERO.
              15 WS-PO-Order-Date      PIC X(08).
                 88 WS-PO-Acked           VALUE 'Y'.
              15 WS-PO-Ack-Date        PIC X(08).

      *    One functional group per supplier acknowledging this
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

       01  WS-Hold-Fields.
           12 WS-Hold-PO-Number            PIC X(06).
           12 WS-Hold-Change-Tags          PIC X(30).
           12 WS-Days-Edit                 PIC -(4)9.

       COPY MSGAREA.
       COPY NTFYAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
                 MOVE 'Y' TO WS-PO-On-PoOut-Flag(WS-PO-Match-IDX)
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-Match-IDX)
                 MOVE PoOut-BUYER-CODE TO
                    WS-PO-Buyer(WS-PO-Match-IDX)
                 MOVE PoOut-PART-NUMBER TO
                    WS-PO-Part(WS-PO-Match-IDX)
                 MOVE PoOut-QUANTITY TO
                    WS-PO-Quantity(WS-PO-Match-IDX)
                 MOVE PoOut-UNIT-PRICE TO
           SET WS-PO-Match-IDX TO WS-PO-Occurs-Dep-Counter.
           MOVE SPACES TO WS-PO-Number(WS-PO-Match-IDX)
                          WS-PO-Supplier(WS-PO-Match-IDX)
                          WS-PO-Buyer(WS-PO-Match-IDX)
                          WS-PO-Part(WS-PO-Match-IDX)
                          WS-PO-Order-Date(WS-PO-Match-IDX)
                          WS-PO-Delivery-Date(WS-PO-Match-IDX)
                          WS-PO-Ack-Date(WS-PO-Match-IDX).
       2100-Apply-One-Ack.
           MOVE FD-Ack-PO-Number TO WS-Hold-PO-Number.
           PERFORM 2110-Find-PO-Row.
           SET WS-Ack-Accepted TO TRUE.
           IF WS-PO-Row-Not-Found OR
              (WS-PO-Row-Found AND
               NOT WS-PO-On-PoOut(WS-PO-Match-IDX))
              SET WS-Ack-Not-Accepted TO TRUE
              ADD +1 TO WS-Unknown-PO-Cnt
              MOVE SPACES TO FD-ReconRpt-Record
              STRING "UNKNOWN PO   " FD-Ack-PO-Number
              IF WS-Ack-Changed
                 ADD +1 TO WS-Ack-Changed-Cnt
                 PERFORM 2210-Write-Changed-Line
                 IF WS-Hold-Change-Tags(6:5) = "DATE "
                    PERFORM 2220-Notify-Date-Change
                 END-IF
              ELSE
                 ADD +1 TO WS-Ack-Clean-Cnt
                 MOVE SPACES TO FD-ReconRpt-Record
                 PERFORM 2900-Write-Recon-Rpt-Line
              END-IF
           END-IF.
           PERFORM 2150-Tally-Group.

       2110-Find-PO-Row.
           SET WS-PO-Row-Not-Found TO TRUE.
              END-IF
           END-PERFORM.

       2150-Tally-Group.
           SET WS-Grp-Not-Found TO TRUE.
           PERFORM VARYING WS-Grp-IDX FROM 1 BY 1
              UNTIL WS-Grp-IDX > WS-Grp-Cnt
              IF WS-Grp-Supplier(WS-Grp-IDX) = FD-Ack-Supplier
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
              MOVE FD-Ack-Supplier TO WS-Grp-Supplier(WS-Grp-IDX)
              MOVE ZERO TO WS-Grp-Sets-Rcvd(WS-Grp-IDX)
                           WS-Grp-Sets-Ok(WS-Grp-IDX)
           END-IF.
           ADD +1 TO WS-Grp-Sets-Rcvd(WS-Grp-IDX).
           IF WS-Ack-Accepted
              ADD +1 TO WS-Grp-Sets-Ok(WS-Grp-IDX)
           END-IF.

      *    "With changes" is judged against our own PO image, not
      *    the supplier's say-so -- any of quantity, delivery
      *    date, or unit price off from POOUT counts.
              DELIMITED BY SIZE INTO FD-ReconRpt-Record.
           PERFORM 2900-Write-Recon-Rpt-Line.

      *    Keyed on the PO and the date the supplier gave, so a
      *    second move of the same PO is a new event.
       2220-Notify-Date-Change.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Ack-Date-Changed TO TRUE.
           MOVE "EDI855IN" TO WS-Ntfy-Source.
           STRING FD-Ack-PO-Number " " FD-Ack-Delivery-Date
              DELIMITED BY SIZE INTO WS-Ntfy-Event-Key.
           MOVE WS-PO-Supplier(WS-PO-Match-IDX) TO
              WS-Ntfy-Supplier-Code.
           MOVE WS-PO-Buyer(WS-PO-Match-IDX) TO WS-Ntfy-Buyer-Code.
           MOVE WS-PO-Part(WS-PO-Match-IDX) TO WS-Ntfy-Part-Number.
           STRING "855 FROM " WS-PO-Supplier(WS-PO-Match-IDX)
              " MOVES PO " FD-Ack-PO-Number " DELIVERY FROM "
              WS-PO-Delivery-Date(WS-PO-Match-IDX) " TO "
              FD-Ack-Delivery-Date
              DELIMITED BY SIZE INTO WS-Ntfy-Text.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

       2900-Write-Recon-Rpt-Line.
           WRITE FD-ReconRpt-Record.
           IF WS-ReconRpt-Good
              VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Occurs-Dep-Counter.
           PERFORM 3010-Write-New-Ack-State.
           PERFORM 3030-Write-Group-Log.
           CLOSE ReconRpt.
           DISPLAY "  Edi-855: POs On File:        "
              WS-PO-Occurs-Dep-Counter.
              WS-No-Ack-Cnt.
           DISPLAY "  Edi-855: Unknown PO Acks:    "
              WS-Unknown-PO-Cnt.
           DISPLAY "  Edi-855: Groups Logged:      "
              FD-GroupLog-Record-Cnt.

      *    The third bucket: a PO on POOUT, never acknowledged,
      *    whose ORDER-DATE is more than the configured age back.
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    No envelope on the 855 file, so the group control is
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
           SET GrpLog-PO-ACK-GROUP TO TRUE.
           MOVE WS-Grp-Control TO GrpLog-GROUP-CONTROL.
           MOVE "855" TO GrpLog-DOC-TYPE.
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
