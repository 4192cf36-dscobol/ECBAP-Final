      *       0  clean run
      *       4  completed with warnings -- reject-rate alert,
      *          reconciliation miss, tight-lead count over its
      *          threshold (set by PARTCALL); an intraday
      *          cycle that found the run lock held
      *       8  error -- I/O failure, batch controls do not tie
      *       9  severe -- a working table overflowed
      *
      *                          and the segment handed to
      *                          SUPPCALL for validation and the
      *                          supplier master.
      * 2026-10-02 dastagg       Optional PO-contract segment
      *                          (prime contract and DPAS rating
      *                          per PO) -- structural check
      *                          extended the same way, records
      *                          without one reading as no
      *                          contract, and the segment handed
      *                          to POCALL with the POs.
      * 2026-10-04 dastagg       Optional supplier tax segment
      *                          (TIN, 1099 flag and box, W-9
      *                          date) -- structural check
      *                          extended the same way, records
      *                          without one reading as no tax
      *                          information, and the segment
      *                          handed to SUPPCALL.
      * 2026-10-05 dastagg       Restricted-party hit flag reset
      *                          for every record before the
      *                          segment edits.
      * 2026-10-11 dastagg       A reject rate over threshold also
      *                          raises a REJRATE notification.
      * 2026-10-13 dastagg       Optional PO distribution segment
      *                          (GL account, cost center and
      *                          percent lines per PO) --
      *                          structural check extended the
      *                          same way, records without one
      *                          left for POCALL's default coding,
      *                          and the segment handed to POCALL
      *                          with the POs.  Record maximum
      *                          2116.
      * 2026-10-14 dastagg       Intraday intake mode -- an 'I' on
      *                          the run-mode card takes the new
      *                          entries on the inbound drop list
      *                          and appends to the keyed masters
      *                          and POOUT instead of recreating
      *                          them; each intraday run logs its
      *                          counts to PSAPINTL, and the
      *                          nightly run reconciles and audits
      *                          the whole business day from it.
      * 2026-10-15 dastagg       Optional PO delivery-schedule
      *                          segment (schedule lines under
      *                          each PO) -- structural check
      *                          extended the same way, and the
      *                          segment handed to POCALL with
      *                          the POs.  Record maximum 4158.
      * 2026-10-15 dastagg       Optional PO ship-to segment,
      *                          checked the same way and handed
      *                          to POCALL with the POs; the
      *                          transmission header's plant id
      *                          goes to POCALL too, as the
      *                          plant a PO without its own
      *                          ship-to is delivered to.
      *                          Record maximum 4190.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PSAPFileList-Status.

      *    The inbound drop list: the plant transfer appends one
      *    input-file path per line as each transmission lands
      *    during the day.  Never rewritten here -- the drop
      *    control records how many of its lines have been taken.
           SELECT DropListFile
           ASSIGN TO PSAPDROP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DropListFile-Status.

      *    Drop-list lines already taken (7 digits), rewritten at
      *    the end of every run that took any.
           SELECT DropControlFile
           ASSIGN TO PSAPDRPC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DropControlFile-Status.

      *    One run row per intraday run -- business date, counts,
      *    and whether its outputs reconciled -- plus one row per
      *    plant it received from.  The nightly run reads the
      *    day's rows back for the end-of-day reconciliation,
      *    audit line and plant-profile check.
           SELECT IntradayLogFile
           ASSIGN TO PSAPINTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-IntradayLogFile-Status.

           SELECT RunModeFile
           ASSIGN TO PSAPMODE
           ORGANIZATION IS SEQUENTIAL
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-PSAPFile-Length
           BLOCK CONTAINS 0 RECORDS.
           COPY PSAP.
      *    pre-check reads the occurrence-count bytes through
      *    this raw view before anything trusts them, and the
      *    malformed divert writes from it.
       01  FD-PSAPFile-Raw              PIC X(4190).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PSAPFileList-Record       PIC X(100).

       FD  DropListFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DropList-Record           PIC X(100).

       FD  DropControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DropControl-Record.
           12 FD-DropControl-Taken      PIC 9(07).

       FD  IntradayLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Intl-Run-Record.
           12 FD-Intl-Business-Date     PIC 9(08).
           12 FD-Intl-Row-Type          PIC X(01).
              88 FD-Intl-Run-Row           VALUE 'R'.
              88 FD-Intl-Plant-Row         VALUE 'P'.
           12 FD-Intl-Run-Time          PIC X(06).
           12 FD-Intl-Files             PIC 9(03).
           12 FD-Intl-Read              PIC 9(09).
           12 FD-Intl-Written           PIC 9(09).
           12 FD-Intl-Rejected          PIC 9(09).
           12 FD-Intl-Part-Written      PIC 9(09).
           12 FD-Intl-Supp-Written      PIC 9(09).
           12 FD-Intl-Addr-Written      PIC 9(09).
           12 FD-Intl-Addr-Expected     PIC 9(09).
           12 FD-Intl-Po-Written        PIC 9(09).
           12 FD-Intl-Po-Expected       PIC 9(09).
           12 FD-Intl-Reconciled        PIC X(01).
           12 FD-Intl-Return-Code       PIC 9(02).
      *    The plant row shares the date, type and time prefix.
       01  FD-Intl-Plant-Record.
           12 FILLER                    PIC X(15).
           12 FD-Intl-Source-Id         PIC X(03).
           12 FD-Intl-Received          PIC 9(09).
           12 FILLER                    PIC X(75).

       FD  RunModeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-OutFile-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-OutFile-Record  PIC X(4190).

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS V
           RECORD IS VARYING IN SIZE
           FROM 249 TO 4190 CHARACTERS
           DEPENDING ON WS-PSAPFile-Length
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Malformed-Record  PIC X(4190).

       FD  TransRegistry
           LABEL RECORDS ARE STANDARD
           COPY WSFST REPLACING ==:tag:== BY ==TransRegistry==.
           COPY WSFST REPLACING ==:tag:== BY
              ==TransRegOverrideFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DropListFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DropControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==IntradayLogFile==.

       01  WS-File-Counters.
      *    Run counters sized for the 2-million-record month-end
           88 WS-Validate-Only-Mode            VALUE 'V'.
           88 WS-Normal-Run-Mode               VALUE 'N'.

      *    Intraday intake: an 'I' on the same RunModeFile card.
      *    The run writes exactly as a normal run does, but takes
      *    its input from the new entries on the drop list, adds
      *    to the day's outputs instead of recreating them, and
      *    logs to the intraday log instead of the audit trail
      *    and run stats -- those stay one line per business day
      *    for the business-date check, KPISNAP and BATCHTRD.
       01  WS-Intake-Mode-Flag             PIC X VALUE 'N'.
           88 WS-Intraday-Intake               VALUE 'I'.
           88 WS-Nightly-Intake                VALUE 'N'.

      *    Set when this run must add to the outputs already on
      *    file rather than recreate them -- a restart, an
      *    intraday run, or the nightly run on a day intraday
      *    runs have already written to.
       01  WS-Append-Run-Flag              PIC X VALUE 'N'.
           88 WS-Append-Run                    VALUE 'Y'.

       01  WS-Drop-List-Fields.
           12 WS-Drop-Taken-Cnt        PIC S9(7) COMP VALUE ZERO.
           12 WS-Drop-Read-Cnt         PIC S9(7) COMP VALUE ZERO.
           12 WS-Drop-New-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Drop-List-Flag        PIC X VALUE 'N'.
              88 WS-Drop-List-Present     VALUE 'Y'.

      *    The business day's intraday runs as read back from the
      *    intraday log by the nightly run, then the whole day --
      *    those runs plus the nightly one -- at end of job.
       01  WS-Intraday-Day-Fields.
           12 WS-ID-Runs               PIC S9(4) COMP VALUE ZERO.
           12 WS-ID-Files              PIC S9(4) COMP VALUE ZERO.
           12 WS-ID-Read               PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Written            PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Rejected           PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Part-Written       PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Supp-Written       PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Addr-Written       PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Addr-Expected      PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Po-Written         PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Po-Expected        PIC S9(9) COMP VALUE ZERO.
           12 WS-ID-Unreconciled       PIC S9(4) COMP VALUE ZERO.
           12 WS-ID-Runs-Edit          PIC ZZ9.
           12 WS-ID-Files-Processed    PIC S9(4) COMP VALUE ZERO.
           12 WS-Reconcile-Miss-Flag   PIC X VALUE 'N'.
              88 WS-Reconcile-Miss        VALUE 'Y'.

      *    Single-record debug trace: DebugFile holds one PART-NUMBER
      *    or SUPPLIER-CODE set up ahead of the run.  The record it
      *    belongs to still runs through 2000-Process exactly as it
           12 WS-Struct-Cont-Cnt      PIC 9(02) VALUE ZERO.
           12 WS-Struct-Terms-Len     PIC S9(4) COMP VALUE +10.
           12 WS-Struct-Terms-Cnt     PIC 9(02) VALUE ZERO.
           12 WS-Struct-Pcon-Len      PIC S9(4) COMP VALUE +18.
           12 WS-Struct-Pcon-Cnt      PIC 9(02) VALUE ZERO.
           12 WS-Struct-Tax-Len       PIC S9(4) COMP VALUE +21.
           12 WS-Struct-Tax-Cnt       PIC 9(02) VALUE ZERO.
           12 WS-Struct-Dist-Len      PIC S9(4) COMP VALUE +63.
           12 WS-Struct-Dist-Cnt      PIC 9(02) VALUE ZERO.
           12 WS-Struct-Sched-Len     PIC S9(4) COMP VALUE +204.
           12 WS-Struct-Sched-Cnt     PIC 9(02) VALUE ZERO.
           12 WS-Struct-Ship-Len      PIC S9(4) COMP VALUE +3.
           12 WS-Struct-Ship-Cnt      PIC 9(02) VALUE ZERO.
           12 WS-Struct-Addr-Cnt      PIC 9(02) VALUE ZERO.
           12 WS-Struct-Po-Cnt        PIC 9(02) VALUE ZERO.
           12 WS-Struct-Po-Offset     PIC S9(4) COMP VALUE ZERO.
           12 WS-InValid-Govt-Supp-Cnt      PIC S9(4) COMP VALUE ZERO.

       COPY MSGAREA.
       COPY NTFYAREA.

       PROCEDURE DIVISION.
       0000-Mainline.

       1000-Begin-Job.
           SET WS-First-Time TO TRUE.
      *    The run mode is known before the lock is taken -- an
      *    intraday run that finds it held just waits a cycle.
           PERFORM 1002-Load-Run-Mode.
           PERFORM 1013-Take-Run-Lock.
           PERFORM 1016-Load-Business-Date.
           PERFORM 1004-Load-PSAPFile-List.
      *    Nothing new on the drop list is the normal state of
      *    most intraday cycles -- stop before any output opens.
           IF WS-Intraday-Intake AND WS-Drop-New-Cnt = ZERO
              MOVE "PSAP023I" TO WS-Msg-Id
              MOVE WS-Business-Date TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              PERFORM 1099-Release-Run-Lock
              MOVE 0 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1021-Load-Heartbeat-Interval.
           PERFORM 1022-Load-Breaker-Control.
           PERFORM 1023-Load-Translate-Table.
           PERFORM 1003-Load-Debug-Target.
           PERFORM 1008-Load-Clearance-Table.
           PERFORM 1025-Load-Plant-Profiles.
           IF WS-Nightly-Intake
              PERFORM 1033-Load-Intraday-Log
           END-IF.
           PERFORM 1028-Load-Transmission-Registry.
           PERFORM 1001-Check-For-Restart.
           IF WS-Restart-Run OR WS-Intraday-Intake OR
              WS-ID-Runs > ZERO
              SET WS-Append-Run TO TRUE
           END-IF.
           IF WS-Append-Run
              SET WS-CT-Is-Restart TO TRUE
           ELSE
              SET WS-CT-Not-Restart TO TRUE
      *    On a restart, OUTFILE/DetailReport already hold whatever
      *    was written before the prior attempt stopped -- extend
      *    them instead of recreating, or the records already written
      *    are silently lost.  The same goes for everything the
      *    business day's intraday runs have already written.
           IF WS-Append-Run
              OPEN EXTEND OUTFILE
              IF NOT WS-OutFile-Good
                 OPEN OUTPUT OUTFILE
      *    XrefFile is indexed, so I-O (not EXTEND) is how it is
      *    reopened on a restart without losing the pairings
      *    already written last attempt.
           IF WS-Append-Run
              OPEN I-O XrefFile
              IF NOT WS-XrefFile-Good
                 OPEN OUTPUT XrefFile
              OPEN OUTPUT XrefFile
           END-IF.
      *    Same indexed reopen idiom for the lineage master.
           IF WS-Append-Run
              OPEN I-O LineageFile
              IF NOT WS-LineageFile-Good
                 OPEN OUTPUT LineageFile
              OPEN OUTPUT LineageFile
           END-IF.
           IF WS-Normal-Run-Mode
              IF WS-Append-Run
                 OPEN EXTEND DetailReport
                 IF NOT WS-DetailReport-Good
                    OPEN OUTPUT DetailReport
                 OPEN OUTPUT DetailReport
                 OPEN OUTPUT MalformedFile
              END-IF
              IF WS-Append-Run
                 OPEN EXTEND WarningsRpt
                 IF NOT WS-WarningsRpt-Good
                    OPEN OUTPUT WarningsRpt
                    MOVE "PSAP015E" TO WS-Msg-Id
                    MOVE FD-RunLock-Stamp TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    CLOSE RunLockFile
      *             An intraday cycle meeting the nightly run (or
      *             a slow cycle) is routine -- the drop list is
      *             still there for the next one.
                    IF WS-Intraday-Intake
                       DISPLAY "Intraday intake deferred to the "
                          "next cycle."
                       MOVE 4 TO RETURN-CODE
                    ELSE
                       DISPLAY "If that run crashed, stage the lock "
                          "override and resubmit."
                       MOVE 8 TO RETURN-CODE
                    END-IF
                    GOBACK
                 END-IF
              END-IF
                 DISPLAY "PSAP running in VALIDATE-ONLY mode -- "
                    "no output will be written."
              END-IF
              IF WS-RunModeFile-Good AND FD-RunMode-Record = 'I'
                 SET WS-Intraday-Intake TO TRUE
                 DISPLAY "PSAP running INTRADAY intake from the "
                    "drop list."
              END-IF
           END-IF.
           CLOSE RunModeFile.

      *    file is not an error -- it just means this run processes
      *    the one original hardcoded PSAPFile DD name, the same as
      *    before PSAPFILELIST existed.
      *    An intraday run takes only the drop list's new entries.
      *    The nightly run takes its usual list and then whatever
      *    landed on the drop list after the day's last intraday
      *    cycle, so nothing sent today waits for tomorrow.
       1004-Load-PSAPFile-List.
           IF WS-Intraday-Intake
              PERFORM 1031-Load-Drop-List
           ELSE
              OPEN INPUT PSAPFileList
              IF WS-PSAPFileList-Good
                 PERFORM 1006-Load-One-PSAPFileList-Entry
                    UNTIL WS-PSAPFileList-EOF
                 CLOSE PSAPFileList
              END-IF
              IF WS-PSAPFileList-Cnt = ZERO
                 ADD +1 TO WS-PSAPFileList-Cnt
                 MOVE WS-PSAPFile-Path TO
                    WS-PSAPFileList-Path(WS-PSAPFileList-Cnt)
              END-IF
              PERFORM 1031-Load-Drop-List
           END-IF.

      *    The drop list is append-only to this program: lines up
      *    to the control count were taken by an earlier run.  A
      *    list shorter than the count has been rolled by
      *    operations since, so it is taken from the top.  No
      *    drop list at all is a shop not using intraday intake.
       1031-Load-Drop-List.
           MOVE ZERO TO WS-Drop-Taken-Cnt WS-Drop-New-Cnt.
           OPEN INPUT DropControlFile.
           IF WS-DropControlFile-Good
              READ DropControlFile
              IF WS-DropControlFile-Good AND
                 FD-DropControl-Taken IS NUMERIC
                 MOVE FD-DropControl-Taken TO WS-Drop-Taken-Cnt
              END-IF
           END-IF.
           CLOSE DropControlFile.
           PERFORM 1035-Take-Drop-Entries.
           IF WS-Drop-Read-Cnt < WS-Drop-Taken-Cnt
              DISPLAY "PSAP drop list shorter than its control "
                 "count -- rolled, taken from the top."
              MOVE ZERO TO WS-Drop-Taken-Cnt
              PERFORM 1035-Take-Drop-Entries
           END-IF.
           IF WS-Drop-New-Cnt > ZERO
              DISPLAY "PSAP drop-list entries taken this run: "
                 WS-Drop-New-Cnt
           END-IF.

       1035-Take-Drop-Entries.
           MOVE ZERO TO WS-Drop-Read-Cnt.
           OPEN INPUT DropListFile.
           IF WS-DropListFile-Good
              SET WS-Drop-List-Present TO TRUE
              PERFORM 1036-Take-One-Drop-Entry
                 UNTIL WS-DropListFile-EOF
           END-IF.
           CLOSE DropListFile.

       1036-Take-One-Drop-Entry.
           READ DropListFile
              AT END SET WS-DropListFile-EOF TO TRUE
           END-READ.
           IF WS-DropListFile-Good
              ADD +1 TO WS-Drop-Read-Cnt
              IF WS-Drop-Read-Cnt > WS-Drop-Taken-Cnt AND
                 FD-DropList-Record NOT = SPACES
                 IF WS-PSAPFileList-Cnt >= WS-PSAPFileList-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-PSAPFileList-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    PERFORM 1099-Release-Run-Lock
                    MOVE 9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-PSAPFileList-Cnt
                 MOVE FD-DropList-Record TO
                    WS-PSAPFileList-Path(WS-PSAPFileList-Cnt)
                 ADD +1 TO WS-Drop-New-Cnt
              END-IF
           END-IF.

       1006-Load-One-PSAPFileList-Entry.
              MOVE FD-TR-File-Date TO WS-TR-File-Date(WS-TR-IDX)
           END-IF.

      *    The nightly run's look back over the business day: the
      *    intraday runs' counts for the end-of-day tie-out, and
      *    the plants they received from, credited to the profile
      *    table so a plant that sent at 10 a.m. is not reported
      *    missing tonight.  Rows for other dates are passed by.
       1033-Load-Intraday-Log.
           OPEN INPUT IntradayLogFile.
           IF WS-IntradayLogFile-Good
              PERFORM 1034-Load-One-Intraday-Row
                 UNTIL WS-IntradayLogFile-EOF
           END-IF.
           CLOSE IntradayLogFile.
           IF WS-ID-Runs > ZERO
              MOVE WS-ID-Runs TO WS-ID-Runs-Edit
              DISPLAY "PSAP intraday runs already on file for "
                 WS-Business-Date ": " WS-ID-Runs-Edit
                 " -- outputs will be extended."
           END-IF.

       1034-Load-One-Intraday-Row.
           READ IntradayLogFile
              AT END SET WS-IntradayLogFile-EOF TO TRUE
           END-READ.
           IF WS-IntradayLogFile-Good AND
              FD-Intl-Business-Date = WS-Business-Date
              IF FD-Intl-Run-Row
                 ADD +1 TO WS-ID-Runs
                 ADD FD-Intl-Files TO WS-ID-Files
                 ADD FD-Intl-Read TO WS-ID-Read
                 ADD FD-Intl-Written TO WS-ID-Written
                 ADD FD-Intl-Rejected TO WS-ID-Rejected
                 ADD FD-Intl-Part-Written TO WS-ID-Part-Written
                 ADD FD-Intl-Supp-Written TO WS-ID-Supp-Written
                 ADD FD-Intl-Addr-Written TO WS-ID-Addr-Written
                 ADD FD-Intl-Addr-Expected TO WS-ID-Addr-Expected
                 ADD FD-Intl-Po-Written TO WS-ID-Po-Written
                 ADD FD-Intl-Po-Expected TO WS-ID-Po-Expected
                 IF FD-Intl-Reconciled NOT = 'Y'
                    ADD +1 TO WS-ID-Unreconciled
                 END-IF
              END-IF
              IF FD-Intl-Plant-Row
                 PERFORM VARYING WS-PP-IDX FROM 1 BY 1
                    UNTIL WS-PP-IDX > WS-PP-Cnt
                    IF WS-PP-Source-Id(WS-PP-IDX) =
                       FD-Intl-Source-Id
                       SET WS-PP-Sent(WS-PP-IDX) TO TRUE
                       ADD FD-Intl-Received TO
                          WS-PP-Received-Cnt(WS-PP-IDX)
                       SET WS-PP-IDX TO WS-PP-Cnt
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

      *    A tripped breaker ends the whole run -- any later
      *    files in the list are left unread for the rerun.
       2000-Process-All-Files.
           MOVE WS-PSAPFileList-Path(WS-PSAPFileList-IDX) TO
              WS-PSAPFile-Path.
           DISPLAY "PSAP processing input file: " WS-PSAPFile-Path.
           ADD +1 TO WS-ID-Files-Processed.
           MOVE 'N' TO WS-Hdr-Present-Flag WS-Trl-Present-Flag.
           MOVE SPACES TO WS-Hdr-File-Date WS-Hdr-Source-Id.
           MOVE ZERO TO WS-Trl-Expected-Cnt WS-Trl-Qty-Hash

              MOVE 'N' TO WS-Xseg-Reject-Flag
              SET WS-CT-Record-Not-Warned TO TRUE
              SET WS-CT-Rps-Clear TO TRUE
              MOVE SPACE TO RECORD-WARN-FLAG
              PERFORM 2110-Validate-Parts
              PERFORM 2120-Validate-Suppliers
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
                 ADD 2 TO WS-Struct-Expected-Len
                 PERFORM 2056-Check-Contract-Region
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Terms-Cnt * WS-Struct-Terms-Len)
                    IF WS-PSAPFile-Length <
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE
                    ELSE
                       PERFORM 2056-Check-Contract-Region
                    END-IF
                 END-IF
           END-EVALUATE.

      *    The PO-contract segment, same discipline again.  A
      *    record carrying it may describe no more contracts than
      *    it has POs -- occurrence n is PURCHASE-ORDER n's
      *    contract.
       2056-Check-Contract-Region.
           EVALUATE TRUE
              WHEN WS-PSAPFile-Length = WS-Struct-Expected-Len
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
                 ADD 2 TO WS-Struct-Expected-Len
                 PERFORM 2057-Check-Tax-Region
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                   IS NOT NUMERIC
                 SET WS-Record-Malformed TO TRUE
              WHEN OTHER
                 MOVE FD-PSAPFile-Raw
                    (WS-Struct-Expected-Len + 1:2) TO
                    WS-Struct-Pcon-Cnt
                 IF WS-Struct-Pcon-Cnt > WS-Struct-Po-Cnt
                    SET WS-Record-Malformed TO TRUE
                 ELSE
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Pcon-Cnt * WS-Struct-Pcon-Len)
                    IF WS-PSAPFile-Length <
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE
                    ELSE
                       PERFORM 2057-Check-Tax-Region
                    END-IF
                 END-IF
           END-EVALUATE.

      *    The supplier tax segment, zero or one occurrence like
      *    the terms.
       2057-Check-Tax-Region.
           EVALUATE TRUE
              WHEN WS-PSAPFile-Length = WS-Struct-Expected-Len
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
                 ADD 2 TO WS-Struct-Expected-Len
                 PERFORM 2058-Check-Dist-Region
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                   IS NOT NUMERIC
                 SET WS-Record-Malformed TO TRUE
              WHEN OTHER
                 MOVE FD-PSAPFile-Raw
                    (WS-Struct-Expected-Len + 1:2) TO
                    WS-Struct-Tax-Cnt
                 IF WS-Struct-Tax-Cnt > 1
                    SET WS-Record-Malformed TO TRUE
                 ELSE
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Tax-Cnt * WS-Struct-Tax-Len)
                    IF WS-PSAPFile-Length <
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE
                    ELSE
                       PERFORM 2058-Check-Dist-Region
                    END-IF
                 END-IF
           END-EVALUATE.

      *    The PO distribution segment -- like the contracts,
      *    occurrence n is PURCHASE-ORDER n's GL coding, so there
      *    can be no more of them than POs.
       2058-Check-Dist-Region.
           EVALUATE TRUE
              WHEN WS-PSAPFile-Length = WS-Struct-Expected-Len
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
                 ADD 2 TO WS-Struct-Expected-Len
                 PERFORM 2059-Check-Sched-Region
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                   IS NOT NUMERIC
                 SET WS-Record-Malformed TO TRUE
              WHEN OTHER
                 MOVE FD-PSAPFile-Raw
                    (WS-Struct-Expected-Len + 1:2) TO
                    WS-Struct-Dist-Cnt
                 IF WS-Struct-Dist-Cnt > WS-Struct-Po-Cnt
                    SET WS-Record-Malformed TO TRUE
                 ELSE
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Dist-Cnt * WS-Struct-Dist-Len)
                    IF WS-PSAPFile-Length <
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE
                    ELSE
                       PERFORM 2059-Check-Sched-Region
                    END-IF
                 END-IF
           END-EVALUATE.

      *    The PO delivery-schedule segment -- occurrence n is
      *    PURCHASE-ORDER n's schedule lines, so again no more of
      *    them than POs.
       2059-Check-Sched-Region.
           EVALUATE TRUE
              WHEN WS-PSAPFile-Length = WS-Struct-Expected-Len
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
                 ADD 2 TO WS-Struct-Expected-Len
                 PERFORM 2061-Check-Ship-To-Region
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                   IS NOT NUMERIC
                 SET WS-Record-Malformed TO TRUE
              WHEN OTHER
                 MOVE FD-PSAPFile-Raw
                    (WS-Struct-Expected-Len + 1:2) TO
                    WS-Struct-Sched-Cnt
                 IF WS-Struct-Sched-Cnt > WS-Struct-Po-Cnt
                    SET WS-Record-Malformed TO TRUE
                 ELSE
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Sched-Cnt * WS-Struct-Sched-Len)
                    IF WS-PSAPFile-Length <
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE
                    ELSE
                       PERFORM 2061-Check-Ship-To-Region
                    END-IF
                 END-IF
           END-EVALUATE.

      *    The PO ship-to segment came last of all -- occurrence
      *    n is the plant PURCHASE-ORDER n ships to, so no more
      *    of them than POs -- and is where the record must end
      *    exactly.
       2061-Check-Ship-To-Region.
           EVALUATE TRUE
              WHEN WS-PSAPFile-Length = WS-Struct-Expected-Len
                 MOVE "00" TO
                    FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                 ADD 2 TO WS-PSAPFile-Length
              WHEN WS-PSAPFile-Length < WS-Struct-Expected-Len + 2
                 SET WS-Record-Malformed TO TRUE
              WHEN FD-PSAPFile-Raw(WS-Struct-Expected-Len + 1:2)
                   IS NOT NUMERIC
                 SET WS-Record-Malformed TO TRUE
              WHEN OTHER
                 MOVE FD-PSAPFile-Raw
                    (WS-Struct-Expected-Len + 1:2) TO
                    WS-Struct-Ship-Cnt
                 IF WS-Struct-Ship-Cnt > WS-Struct-Po-Cnt
                    SET WS-Record-Malformed TO TRUE
                 ELSE
                    COMPUTE WS-Struct-Expected-Len =
                       WS-Struct-Expected-Len + 2 +
                       (WS-Struct-Ship-Cnt * WS-Struct-Ship-Len)
                    IF WS-PSAPFile-Length NOT =
                       WS-Struct-Expected-Len
                       SET WS-Record-Malformed TO TRUE

       2120-Validate-Suppliers.
           CALL 'SUPPCALL' USING  
              SUPPLIERS, WS-Call-Tracking, PAYMENT-TERMS,
              SUPP-TAX.

           IF WS-CT-Supp-I
              SET WS-PSAP-Invalid TO TRUE
              SET WS-PSAP-Invalid TO TRUE
           END-IF.

      *    POCALL ships a PO naming no plant of its own to the
      *    plant whose transmission it came in on.
       2140-Validate-Purchase-Orders.
           MOVE WS-Hdr-Source-Id TO WS-CT-Hdr-Plant.
           CALL 'POCALL' USING
              PURCHASE-ORDERS, WEEKS-LEAD-TIME, WS-Call-Tracking,
              PARTS, SUPPLIERS, PO-CONTRACTS,
              PO-DISTRIBUTIONS, PO-SCHEDULES, PO-SHIPTOS.

           IF WS-CT-PO-I
              SET WS-PSAP-Invalid TO TRUE

       2220-Write-Suppliers.
           CALL 'SUPPCALL' USING
              SUPPLIERS, WS-Call-Tracking, PAYMENT-TERMS,
              SUPP-TAX.
           ADD +1 TO WS-Supp-Write-Cnt.

       2230-Write-Addresses.
       2230-Write-Purchase-Orders.
           CALL 'POCALL' USING
              PURCHASE-ORDERS, WEEKS-LEAD-TIME, WS-Call-Tracking,
              PARTS, SUPPLIERS, PO-CONTRACTS,
              PO-DISTRIBUTIONS, PO-SCHEDULES, PO-SHIPTOS.
           ADD NUM-PURCH-ORDERS TO WS-PO-Write-Cnt.

       3000-End-Job.
           CALL 'PARTCALL' USING  
              PARTS, WS-Call-Tracking. 
           CALL 'SUPPCALL' USING  
              SUPPLIERS, WS-Call-Tracking, PAYMENT-TERMS,
              SUPP-TAX.
           CALL 'ADDRCALL' USING
              SUPP-ADDRESSES, WS-Call-Tracking, SUPPLIERS.
           CALL 'POCALL' USING
              PURCHASE-ORDERS, WEEKS-LEAD-TIME, WS-Call-Tracking,
              PARTS, SUPPLIERS, PO-CONTRACTS,
              PO-DISTRIBUTIONS, PO-SCHEDULES, PO-SHIPTOS.
           CALL 'CONTCALL' USING
              SUPP-CONTACTS, WS-Call-Tracking, SUPPLIERS.


           MOVE FD-PSAPFile-Record-Cnt TO WS-Audit-Records-Read.
           PERFORM 3100-Print-End-Job-Messages.
      *    Midday, a plant not heard from yet is not late -- the
      *    profiles are checked once, by the nightly run, over
      *    the whole business day.
           IF WS-Nightly-Intake
              IF WS-ID-Runs > ZERO AND WS-Normal-Run-Mode
                 PERFORM 3170-Reconcile-Business-Day
              END-IF
              PERFORM 3190-Check-Plant-Profiles
           END-IF.
      *    A batch-control miss means some or all of this run's
      *    output can't be trusted downstream -- end with a bad
      *    return code so the scheduler holds the follow-on jobs.
           IF WS-Breaker-Tripped AND RETURN-CODE < 8
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-Intraday-Intake
              PERFORM 3175-Write-Intraday-Log
           ELSE
              PERFORM 3160-Write-Audit-Trail
              IF WS-ID-Runs > ZERO AND WS-Normal-Run-Mode
                 PERFORM 3172-Write-Day-Audit-Line
              END-IF
              PERFORM 3165-Write-Run-Stats
           END-IF.
           PERFORM 3180-Write-Supplier-Quality.
           PERFORM 3195-Write-Em-Counts.

              OPEN OUTPUT CheckPointFile
              WRITE FD-CheckPoint-Record
              CLOSE CheckPointFile
      *       Same rule for the drop list -- the entries this run
      *       took are only marked taken once it has finished.
              IF WS-Drop-List-Present
                 PERFORM 3178-Advance-Drop-Control
              END-IF
           END-IF.

           CLOSE PSAPFile
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              SET WS-Run-Has-Warnings TO TRUE
              SET WS-Reconcile-Miss TO TRUE
              DISPLAY "  Outfile (Good) Written: " FD-OutFile-Record-Cnt
              DISPLAY "           Part Written: " WS-Part-Write-Cnt
              DISPLAY "           Supp Written: " WS-Supp-Write-Cnt
                    DELIMITED BY SIZE INTO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 SET WS-Run-Has-Warnings TO TRUE
                 PERFORM 3156-Notify-Reject-Rate
              END-IF
           END-IF.

      *    One event per business date -- a rerun of the same day
      *    does not alert anyone twice.
       3156-Notify-Reject-Rate.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Reject-Rate TO TRUE.
           MOVE "PSAP" TO WS-Ntfy-Source.
           STRING "PSAP " WS-Business-Date
              DELIMITED BY SIZE INTO WS-Ntfy-Event-Key.
           STRING "PSAP RUN FOR " WS-Business-Date
              " REJECTED " WS-Reject-Rate-Edit "% OF RECORDS -- "
              "THRESHOLD " WS-Reject-Rate-Thresh-Edit "%"
              DELIMITED BY SIZE INTO WS-Ntfy-Text.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

      *    A permanent audit trail of every run -- SYSOUT scrolls off
      *    and isn't kept, so one line per run is appended here with
      *    the run date/time, mode, and the same counts already
              " end-of-job: " WS-Elapsed-Eoj
              " total: " WS-Elapsed-Total.

      *    The end-of-day tie-out across every run of the business
      *    day: the intraday runs' logged counts plus this nightly
      *    run's own.  Part, Supplier and Outfile must match one
      *    for one and Address and PO must match their expected
      *    counts over the day, and every intraday run must have
      *    reconciled on its own.
       3170-Reconcile-Business-Day.
           ADD WS-ID-Files-Processed TO WS-ID-Files.
           ADD WS-Audit-Records-Read TO WS-ID-Read.
           ADD FD-OutFile-Record-Cnt TO WS-ID-Written.
           ADD FD-PSAPFile-Record-Cnt TO WS-ID-Rejected.
           ADD WS-Part-Write-Cnt TO WS-ID-Part-Written.
           ADD WS-Supp-Write-Cnt TO WS-ID-Supp-Written.
           ADD WS-Addr-Write-Cnt TO WS-ID-Addr-Written.
           ADD WS-Addr-Write-Expected TO WS-ID-Addr-Expected.
           ADD WS-PO-Write-Cnt TO WS-ID-Po-Written.
           ADD WS-PO-Write-Expected TO WS-ID-Po-Expected.
           MOVE WS-ID-Runs TO WS-ID-Runs-Edit.
           DISPLAY "End-of-day reconciliation for " WS-Business-Date
              " -- " WS-ID-Runs-Edit " intraday run(s) plus nightly".
           DISPLAY "        Files Processed: " WS-ID-Files.
           DISPLAY "           Records Read: " WS-ID-Read.
           DISPLAY "        Records Written: " WS-ID-Written.
           DISPLAY "       Records Rejected: " WS-ID-Rejected.
           IF WS-ID-Unreconciled > ZERO OR
              WS-ID-Part-Written NOT = WS-ID-Written OR
              WS-ID-Supp-Written NOT = WS-ID-Written OR
              WS-ID-Addr-Written NOT = WS-ID-Addr-Expected OR
              WS-ID-Po-Written NOT = WS-ID-Po-Expected
              MOVE "PSAP024W" TO WS-Msg-Id
              MOVE WS-Business-Date TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              SET WS-Run-Has-Warnings TO TRUE
              DISPLAY "  Intraday Runs Not Reconciled: "
                 WS-ID-Unreconciled
              DISPLAY "           Part Written: " WS-ID-Part-Written
              DISPLAY "           Supp Written: " WS-ID-Supp-Written
              DISPLAY "  Addr Written/Expected: " WS-ID-Addr-Written
                 "/" WS-ID-Addr-Expected
              DISPLAY "    PO Written/Expected: " WS-ID-Po-Written
                 "/" WS-ID-Po-Expected
           ELSE
              DISPLAY "  Business day reconciles -- all five tie out "
                 "across every run."
           END-IF.

      *    The day's audit line, behind the nightly run's own: how
      *    many runs made up the business day and what they read,
      *    wrote and rejected between them.
       3172-Write-Day-Audit-Line.
           MOVE SPACES TO FD-Audit-Record.
           COMPUTE WS-ID-Runs-Edit = WS-ID-Runs + 1.
           MOVE WS-ID-Read TO WS-Audit-Read-Edit.
           MOVE WS-ID-Written TO WS-Audit-Written-Edit.
           MOVE WS-ID-Rejected TO WS-Audit-Reject-Edit.
           STRING WS-Business-Date " "
              FUNCTION CURRENT-DATE(9:6)
              " MODE: EOD-DAY RUNS: " WS-ID-Runs-Edit
              " READ: " WS-Audit-Read-Edit
              " WRITTEN: " WS-Audit-Written-Edit
              " REJECTED: " WS-Audit-Reject-Edit
              DELIMITED BY SIZE INTO FD-Audit-Record.
           WRITE FD-Audit-Record.

      *    An intraday run's counts go to the intraday log, not the
      *    audit trail -- one run row, then one row per plant it
      *    received from, all stamped with the business date.
       3175-Write-Intraday-Log.
           OPEN EXTEND IntradayLogFile.
           IF NOT WS-IntradayLogFile-Good
              OPEN OUTPUT IntradayLogFile
           END-IF.
           MOVE SPACES TO FD-Intl-Run-Record.
           MOVE WS-Business-Date TO FD-Intl-Business-Date.
           SET FD-Intl-Run-Row TO TRUE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO FD-Intl-Run-Time.
           MOVE WS-ID-Files-Processed TO FD-Intl-Files.
           MOVE WS-Audit-Records-Read TO FD-Intl-Read.
           MOVE FD-OutFile-Record-Cnt TO FD-Intl-Written.
           MOVE FD-PSAPFile-Record-Cnt TO FD-Intl-Rejected.
           MOVE WS-Part-Write-Cnt TO FD-Intl-Part-Written.
           MOVE WS-Supp-Write-Cnt TO FD-Intl-Supp-Written.
           MOVE WS-Addr-Write-Cnt TO FD-Intl-Addr-Written.
           MOVE WS-Addr-Write-Expected TO FD-Intl-Addr-Expected.
           MOVE WS-PO-Write-Cnt TO FD-Intl-Po-Written.
           MOVE WS-PO-Write-Expected TO FD-Intl-Po-Expected.
           IF WS-Reconcile-Miss
              MOVE 'N' TO FD-Intl-Reconciled
           ELSE
              MOVE 'Y' TO FD-Intl-Reconciled
           END-IF.
           MOVE RETURN-CODE TO FD-Intl-Return-Code.
           PERFORM 3177-Write-Intraday-Row.
           PERFORM 3176-Write-Intraday-Plant-Row
              VARYING WS-PP-IDX FROM 1 BY 1
              UNTIL WS-PP-IDX > WS-PP-Cnt.
           CLOSE IntradayLogFile.

       3176-Write-Intraday-Plant-Row.
           IF WS-PP-Received-Cnt(WS-PP-IDX) > ZERO
              MOVE SPACES TO FD-Intl-Plant-Record
              MOVE WS-Business-Date TO FD-Intl-Business-Date
              SET FD-Intl-Plant-Row TO TRUE
              MOVE FUNCTION CURRENT-DATE(9:6) TO FD-Intl-Run-Time
              MOVE WS-PP-Source-Id(WS-PP-IDX) TO FD-Intl-Source-Id
              MOVE WS-PP-Received-Cnt(WS-PP-IDX) TO FD-Intl-Received
              PERFORM 3177-Write-Intraday-Row
           END-IF.

       3177-Write-Intraday-Row.
           WRITE FD-Intl-Run-Record.
           IF NOT WS-IntradayLogFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "PSAPINTL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-IntradayLogFile-Status
              PERFORM 1099-Release-Run-Lock
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Every drop-list line read this run is now taken,
      *    including blank ones, so the count is the list's
      *    length as this run saw it.
       3178-Advance-Drop-Control.
           OPEN OUTPUT DropControlFile.
           MOVE WS-Drop-Read-Cnt TO FD-DropControl-Taken.
           WRITE FD-DropControl-Record.
           CLOSE DropControlFile.

      *    One dated block per run, appended so the trend is on
      *    file; suppliers come out worst first (highest total
      *    rejects) -- the aging report's selection pass.
