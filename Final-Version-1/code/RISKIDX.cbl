      *
      *    Description: Composite supplier risk index.
      *
      *    We measure suppliers six separate ways -- the
      *    SUPPQLTY reject trend, SUPPLEAD's promised-lead
      *    behavior, the clearance expiry dates, SUPPLIER-PERF
      *    and SUPPLIER-RATING on the master, the SCARs overdue
      *    for the supplier's response, and the scorecard's
      *    open-PO exposure -- and nobody combines them.  This
      *    folds them into one risk record per SUPPLIER-CODE:
      *    a 0-100 score (higher is riskier), the contributing
      *    factor points, and a tier (H/M/L).  POCALL reads the
      *    index and attaches a warning to POs placed on the
      *      quality  rejects over 50 20, over 10 10, any 5
      *      lead     over-limit POs over 10 15, any 5
      *      clear    clearance expired 15, inside 60 days 5
      *      scar     overdue SCARs 2 or more 15, one 10
      *    The score is capped at 100.
      *    Tier: 50+ H, 25+ M, else L.
      *
      * Maintenance Log
      *                          inspection-reject blocks count
      *                          too, and NUMVAL is guarded
      *                          against a blank column.
      * 2026-09-25 dastagg       Sixth factor: SCARs overdue for
      *                          the supplier's response, read
      *                          off the keyed SCAR file; SCAR
      *                          points on the risk record and
      *                          watch list; score capped at 100.
      * 2026-10-11 dastagg       A clearance lapsed or inside its
      *                          60 days raises a CLREXPIR
      *                          notification.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ScorecardFile-Status.

      *    SCARMNT's SELECT is the authority on the keyed SCAR
      *    file.  A missing file just means no SCARs yet.
           SELECT ScarFile
           ASSIGN TO SCARFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Scar-SCAR-NUMBER
           ALTERNATE RECORD KEY IS Scar-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ScarFile-Status.

           SELECT RiskFile
           ASSIGN TO "../data/supplier-risk.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Scorecard-Record          PIC X(132).

       FD  ScarFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCARREC REPLACING ==:tag:== BY ==Scar==.

       FD  RiskFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           05 FD-Risk-Qlty-Pts          PIC 9(02).
           05 FD-Risk-Lead-Pts          PIC 9(02).
           05 FD-Risk-Clear-Pts         PIC 9(02).
           05 FD-Risk-Scar-Pts          PIC 9(02).

       FD  WatchListRpt
           LABEL RECORDS ARE STANDARD
           COPY WSFST REPLACING ==:tag:== BY ==LeadRptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ClearanceFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ScorecardFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ScarFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RiskFile==.
           COPY WSFST REPLACING ==:tag:== BY ==WatchListRpt==.

           12 WS-Scan-Done-Flag            PIC X.
              88 WS-Scan-Done                 VALUE 'Y'.
              88 WS-Scan-More                 VALUE 'N'.
           12 WS-Scar-Done-Flag            PIC X.
              88 WS-Scar-Done                 VALUE 'Y'.
              88 WS-Scar-More                 VALUE 'N'.

       01  WS-Quality-Storage.
      *    Total rejects per supplier summed across every dated
              15 WS-Scd-Supp               PIC X(10).
              15 WS-Scd-Open-POs           PIC S9(7) COMP VALUE ZERO.

      *    SCARs overdue for the supplier's response, per
      *    supplier -- status 'O' past RESPONSE-DUE.
       01  WS-Scar-Storage.
           12 WS-Scar-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Scar-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Scar-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Scar-Cnt
              INDEXED BY WS-Scar-IDX.
              15 WS-Scar-Supp              PIC X(10).
              15 WS-Scar-Overdue           PIC S9(4) COMP VALUE ZERO.

       01  WS-Score-Work.
           12 WS-Rating-Pts                PIC 9(02) VALUE ZERO.
           12 WS-Perf-Pts                  PIC 9(02) VALUE ZERO.
           12 WS-Qlty-Pts                  PIC 9(02) VALUE ZERO.
           12 WS-Lead-Pts                  PIC 9(02) VALUE ZERO.
           12 WS-Clear-Pts                 PIC 9(02) VALUE ZERO.
           12 WS-Scar-Pts                  PIC 9(02) VALUE ZERO.
           12 WS-Total-Score               PIC 9(03) VALUE ZERO.
           12 WS-Tier                      PIC X(01) VALUE SPACE.
           12 WS-Hold-Num                  PIC S9(7) COMP VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Expiry-Int                PIC 9(10) VALUE ZERO.
           12 WS-Days-Left                 PIC S9(05) VALUE ZERO.
           12 WS-Days-Left-Edit            PIC Z9.

       COPY MSGAREA.
       COPY NTFYAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1020-Load-Lead-Rows.
           PERFORM 1030-Load-Clearances.
           PERFORM 1040-Load-Scorecard-Rows.
           PERFORM 1050-Load-Overdue-Scars.
           OPEN INPUT SuppOut.
           OPEN OUTPUT RiskFile WatchListRpt.
           MOVE SPACES TO FD-WatchList-Record.
           STRING "SUPPLIER   TIER SCORE  RATE PERF QLTY LEAD"
              " CLR SCAR  OPEN-POS"
              DELIMITED BY SIZE INTO FD-WatchList-Record.
           PERFORM 2990-Write-WatchList-Line.
           SET WS-Scan-More TO TRUE.
              END-IF
           END-IF.

      *    The supplier alternate key brings each supplier's
      *    SCARs together -- one table row per supplier with any
      *    overdue.
       1050-Load-Overdue-Scars.
           OPEN INPUT ScarFile.
           IF WS-ScarFile-Good
              SET WS-Scar-More TO TRUE
              MOVE LOW-VALUES TO Scar-SUPPLIER-CODE
              START ScarFile KEY >= Scar-SUPPLIER-CODE
                 INVALID KEY SET WS-Scar-Done TO TRUE
              END-START
              PERFORM 1055-Load-One-Scar
                 UNTIL WS-Scar-Done
              CLOSE ScarFile
           END-IF.

       1055-Load-One-Scar.
           READ ScarFile NEXT
              AT END SET WS-Scar-Done TO TRUE
           END-READ.
           IF WS-ScarFile-Good
              IF Scar-SCAR-OPEN AND
                 Scar-RESPONSE-DUE > ZERO AND
                 Scar-RESPONSE-DUE < WS-Today-Date
                 IF WS-Scar-Cnt = ZERO OR
                    WS-Scar-Supp(WS-Scar-Cnt) NOT =
                    Scar-SUPPLIER-CODE
                    IF WS-Scar-Cnt >= WS-Scar-Max-Cnt
                       MOVE "PSAP012S" TO WS-Msg-Id
                       MOVE "WS-Scar-Storage" TO WS-Msg-Insert
                       CALL 'PSAPMSG' USING WS-Msg-Request
                       MOVE +9 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD +1 TO WS-Scar-Cnt
                    MOVE Scar-SUPPLIER-CODE TO
                       WS-Scar-Supp(WS-Scar-Cnt)
                    MOVE ZERO TO WS-Scar-Overdue(WS-Scar-Cnt)
                 END-IF
                 ADD +1 TO WS-Scar-Overdue(WS-Scar-Cnt)
              END-IF
           ELSE
              SET WS-Scar-Done TO TRUE
           END-IF.

       2000-Score-One-Supplier.
           READ SuppOut NEXT
              AT END SET WS-Scan-Done TO TRUE

       2100-Compute-Factor-Points.
           MOVE ZERO TO WS-Rating-Pts WS-Perf-Pts WS-Qlty-Pts
                        WS-Lead-Pts WS-Clear-Pts WS-Scar-Pts.
           EVALUATE TRUE
              WHEN SuppOut-LOWEST-QUALITY
                 MOVE 30 TO WS-Rating-Pts
           PERFORM 2110-Score-Quality.
           PERFORM 2120-Score-Lead.
           PERFORM 2130-Score-Clearance.
           PERFORM 2140-Score-Scars.
           COMPUTE WS-Total-Score =
              WS-Rating-Pts + WS-Perf-Pts + WS-Qlty-Pts +
              WS-Lead-Pts + WS-Clear-Pts + WS-Scar-Pts.
           IF WS-Total-Score > 100
              MOVE 100 TO WS-Total-Score
           END-IF.
           EVALUATE TRUE
              WHEN WS-Total-Score >= 50
                 MOVE 'H' TO WS-Tier
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                       IF WS-Days-Left <= 60
                          PERFORM 2135-Notify-Clearance
                       END-IF
                    END-IF
                 END-IF
                 SET WS-Clr-IDX TO WS-Clr-Cnt
              END-IF
           END-PERFORM.

      *    Keyed on supplier and expiry date, so one clearance
      *    is one event however many nights it is raised, and a
      *    renewal that lapses again is a new one.
       2135-Notify-Clearance.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Clearance-Expiring TO TRUE.
           MOVE "RISKIDX" TO WS-Ntfy-Source.
           STRING SuppOut-SUPPLIER-CODE " " WS-Hold-Date
              DELIMITED BY SIZE INTO WS-Ntfy-Event-Key.
           MOVE SuppOut-SUPPLIER-CODE TO WS-Ntfy-Supplier-Code.
           IF WS-Days-Left < ZERO
              STRING "GOVT CLEARANCE FOR " SuppOut-SUPPLIER-CODE
                 " LAPSED " WS-Hold-Date
                 " -- GOVT PARTS FROM IT WILL REJECT"
                 DELIMITED BY SIZE INTO WS-Ntfy-Text
           ELSE
              MOVE WS-Days-Left TO WS-Days-Left-Edit
              STRING "GOVT CLEARANCE FOR " SuppOut-SUPPLIER-CODE
                 " EXPIRES " WS-Hold-Date " -- IN "
                 WS-Days-Left-Edit " DAYS"
                 DELIMITED BY SIZE INTO WS-Ntfy-Text
           END-IF.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

       2140-Score-Scars.
           PERFORM VARYING WS-Scar-IDX FROM 1 BY 1
              UNTIL WS-Scar-IDX > WS-Scar-Cnt
              IF WS-Scar-Supp(WS-Scar-IDX) = SuppOut-SUPPLIER-CODE
                 EVALUATE TRUE
                    WHEN WS-Scar-Overdue(WS-Scar-IDX) > 1
                       MOVE 15 TO WS-Scar-Pts
                    WHEN WS-Scar-Overdue(WS-Scar-IDX) > ZERO
                       MOVE 10 TO WS-Scar-Pts
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
                 SET WS-Scar-IDX TO WS-Scar-Cnt
              END-IF
           END-PERFORM.

       2200-Write-Risk-Record.
           MOVE SPACES TO FD-Risk-Record.
           MOVE SuppOut-SUPPLIER-CODE TO FD-Risk-Supplier.
           MOVE WS-Qlty-Pts TO FD-Risk-Qlty-Pts.
           MOVE WS-Lead-Pts TO FD-Risk-Lead-Pts.
           MOVE WS-Clear-Pts TO FD-Risk-Clear-Pts.
           MOVE WS-Scar-Pts TO FD-Risk-Scar-Pts.
           WRITE FD-Risk-Record.
           IF NOT WS-RiskFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
           MOVE WS-Qlty-Pts TO FD-WatchList-Record(34:2).
           MOVE WS-Lead-Pts TO FD-WatchList-Record(39:2).
           MOVE WS-Clear-Pts TO FD-WatchList-Record(43:2).
           MOVE WS-Scar-Pts TO FD-WatchList-Record(48:2).
           PERFORM VARYING WS-Scd-IDX FROM 1 BY 1
              UNTIL WS-Scd-IDX > WS-Scd-Cnt
              IF WS-Scd-Supp(WS-Scd-IDX) = SuppOut-SUPPLIER-CODE
                 MOVE WS-Scd-Open-POs(WS-Scd-IDX) TO
                    WS-Open-PO-Edit
                 MOVE WS-Open-PO-Edit TO
                    FD-WatchList-Record(53:7)
                 SET WS-Scd-IDX TO WS-Scd-Cnt
              END-IF
           END-PERFORM.
