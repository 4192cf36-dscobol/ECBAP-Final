      ***********************************************************
      * Program name:    NTFYDLVR
      * Original author: David Stagowski
      *
      *    Description: Daily delivery of the notification outbox
      *       as one digest per subscribed recipient.
      *
      *    PSAPNTFY appends every event raised by the batch to
      *    the outbox (NTFYREC).  This matches each event not yet
      *    delivered against the subscription file, sorts what
      *    each recipient is owed, and writes the digest file the
      *    mail gateway sends from -- one message per recipient.
      *
      *    Subscription file (../data/notify-subscriptions.dat
      *    .txt), one line per subscription:
      *      cols  1-8   event type, or * for every event
      *      col  10     scope: blank every one, S supplier,
      *                  B buyer, P part
      *      cols 12-34  the supplier code, buyer code or part
      *                  number the scope names
      *      cols 36-75  recipient mail address
      *
      *    Digest file (../data/notify-digest.dat.txt), 132
      *    bytes, record type in column 1:
      *      H  recipient in 3-42, then the subject
      *      D  one event: date, time, type, key, text
      *      T  recipient in 3-42, then the event count
      *    The gateway sends each H..T group as one message to
      *    the H recipient.
      *
      *    Every notice sent is appended to the permanent sent
      *    log (../data/notify-sent-log.dat.txt).  A recipient
      *    already sent the same event type and key inside the
      *    repeat window is not sent it again, so a condition a
      *    job raises every night (a clearance inside 60 days, a
      *    SCAR still overdue) reaches them once, not daily.
      *
      *    Control file (../data/notify-control.dat.txt): the
      *    stamp of the last event delivered X(16), then the
      *    repeat window in days 9(3).  Events at or before the
      *    stamp went out on an earlier run.  A missing file is
      *    the first run, with a 7-day window.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-11 dastagg       Created for the event notification
      *                          queue
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NTFYDLVR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OutboxFile's own SELECT in PSAPNTFY.cbl is the
      *    authority.
           SELECT OutboxFile
           ASSIGN TO "../data/notify-outbox.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OutboxFile-Status.

           SELECT SubscrFile
           ASSIGN TO "../data/notify-subscriptions.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SubscrFile-Status.

           SELECT SentLogFile
           ASSIGN TO "../data/notify-sent-log.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SentLogFile-Status.

           SELECT DigestFile
           ASSIGN TO "../data/notify-digest.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DigestFile-Status.

           SELECT ControlFile
           ASSIGN TO "../data/notify-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  OutboxFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY NTFYREC REPLACING ==:tag:== BY ==Obx==.

       FD  SubscrFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Subscr-Record.
           05 FD-Sub-Event-Type         PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Sub-Scope-Type         PIC X(01).
           05 FILLER                    PIC X(01).
           05 FD-Sub-Scope-Value        PIC X(23).
           05 FILLER                    PIC X(01).
           05 FD-Sub-Recipient          PIC X(40).

       FD  SentLogFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SentLog-Record.
           05 FD-Sent-Date              PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Sent-Recipient         PIC X(40).
           05 FILLER                    PIC X(01).
           05 FD-Sent-Event-Type        PIC X(08).
           05 FILLER                    PIC X(01).
           05 FD-Sent-Event-Key         PIC X(24).
           05 FILLER                    PIC X(01).
           05 FD-Sent-Event-Stamp       PIC X(16).

       FD  DigestFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Digest-Record             PIC X(132).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Last-Stamp         PIC X(16).
           05 FD-Ctl-Repeat-Days        PIC 9(03).

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Recipient            PIC X(40).
           05 Sort-Event                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OutboxFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SubscrFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SentLogFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DigestFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.

       01  WS-File-Counters.
           12 FD-OutboxFile-Record-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 FD-SentLog-Record-Cnt        PIC S9(9) COMP VALUE ZERO.
           12 FD-Digest-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Already-Delivered-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 WS-No-Subscriber-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 WS-Repeat-Suppressed-Cnt     PIC S9(9) COMP VALUE ZERO.
           12 WS-Notice-Cnt                PIC S9(9) COMP VALUE ZERO.
           12 WS-Recipient-Cnt             PIC S9(9) COMP VALUE ZERO.

       01  WS-Control-Fields.
           12 WS-Ctl-Last-Stamp            PIC X(16) VALUE SPACES.
           12 WS-New-Last-Stamp            PIC X(16) VALUE SPACES.
           12 WS-Repeat-Days               PIC 9(03) VALUE 7.

       01  WS-Status-Flags.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-First-Record-Flag         PIC X VALUE 'Y'.
              88 WS-First-Record              VALUE 'Y'.
           12 WS-Subscribed-Flag           PIC X VALUE 'N'.
              88 WS-Subscribed                VALUE 'Y'.
           12 WS-Sent-Found-Flag           PIC X VALUE 'N'.
              88 WS-Sent-Found                VALUE 'Y'.
              88 WS-Sent-Not-Found            VALUE 'N'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Window-Start-Int          PIC 9(10) VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Hold-Int                  PIC 9(10) VALUE ZERO.

       01  WS-Subscription-Storage.
           12 WS-Sub-Max-Cnt               PIC S9(4) COMP VALUE +500.
           12 WS-Sub-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Sub-Table OCCURS 0 TO 500 TIMES
              DEPENDING ON WS-Sub-Cnt
              INDEXED BY WS-Sub-IDX.
              15 WS-Sub-Event-Type         PIC X(08).
              15 WS-Sub-Scope-Type         PIC X(01).
                 88 WS-Sub-Scope-All          VALUE SPACE.
                 88 WS-Sub-Scope-Supplier     VALUE 'S'.
                 88 WS-Sub-Scope-Buyer        VALUE 'B'.
                 88 WS-Sub-Scope-Part         VALUE 'P'.
              15 WS-Sub-Scope-Value        PIC X(23).
              15 WS-Sub-Recipient          PIC X(40).

      *    Notices already sent inside the repeat window, plus
      *    every one released this run.
       01  WS-Sent-Storage.
           12 WS-Sent-Max-Cnt              PIC S9(4) COMP VALUE +5000.
           12 WS-Sent-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Sent-Table OCCURS 0 TO 5000 TIMES
              DEPENDING ON WS-Sent-Cnt
              INDEXED BY WS-Sent-IDX.
              15 WS-Sent-Recipient         PIC X(40).
              15 WS-Sent-Event-Type        PIC X(08).
              15 WS-Sent-Event-Key         PIC X(24).

       01  WS-Digest-Work.
           12 WS-Break-Recipient           PIC X(40) VALUE SPACES.
           12 WS-Break-Event-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Cnt-Edit                  PIC ZZZ9.

           COPY NTFYREC REPLACING ==:tag:== BY ==Evt==.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Recipient Sort-Event
              INPUT PROCEDURE IS 2000-Release-Notices
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Write-Digests
                 THRU 3599-Digest-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "NTFYDLVR: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1010-Read-Control.
           MOVE WS-Ctl-Last-Stamp TO WS-New-Last-Stamp.
           COMPUTE WS-Window-Start-Int =
              WS-Today-Int - WS-Repeat-Days.
           PERFORM 1020-Load-Subscriptions.
           PERFORM 1030-Load-Sent-Log.
      *    EXTEND appends to the permanent sent log; the very
      *    first run creates it.
           OPEN EXTEND SentLogFile.
           IF NOT WS-SentLogFile-Good
              OPEN OUTPUT SentLogFile
           END-IF.
           OPEN OUTPUT DigestFile.

      *    A missing control file just means the first run --
      *    every event on the outbox is new.
       1010-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 MOVE FD-Ctl-Last-Stamp TO WS-Ctl-Last-Stamp
                 IF FD-Ctl-Repeat-Days IS NUMERIC
                    MOVE FD-Ctl-Repeat-Days TO WS-Repeat-Days
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

      *    No subscription file just means nobody is subscribed
      *    yet -- every event is counted as undelivered.
       1020-Load-Subscriptions.
           OPEN INPUT SubscrFile.
           IF WS-SubscrFile-Good
              PERFORM 1025-Load-One-Subscription
                 UNTIL WS-SubscrFile-EOF
              CLOSE SubscrFile
           END-IF.

       1025-Load-One-Subscription.
           READ SubscrFile
              AT END SET WS-SubscrFile-EOF TO TRUE
           END-READ.
           IF WS-SubscrFile-Good AND
              FD-Sub-Event-Type > SPACES AND
              FD-Sub-Recipient > SPACES
              IF WS-Sub-Cnt >= WS-Sub-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Subscription-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Sub-Cnt
              SET WS-Sub-IDX TO WS-Sub-Cnt
              MOVE FD-Sub-Event-Type TO WS-Sub-Event-Type(WS-Sub-IDX)
              MOVE FD-Sub-Scope-Type TO WS-Sub-Scope-Type(WS-Sub-IDX)
              MOVE FD-Sub-Scope-Value TO
                 WS-Sub-Scope-Value(WS-Sub-IDX)
              MOVE FD-Sub-Recipient TO WS-Sub-Recipient(WS-Sub-IDX)
           END-IF.

      *    Only the rows sent inside the repeat window matter --
      *    older ones stay on the log for the record.
       1030-Load-Sent-Log.
           OPEN INPUT SentLogFile.
           IF WS-SentLogFile-Good
              PERFORM 1035-Load-One-Sent-Row
                 UNTIL WS-SentLogFile-EOF
              CLOSE SentLogFile
           END-IF.

       1035-Load-One-Sent-Row.
           READ SentLogFile
              AT END SET WS-SentLogFile-EOF TO TRUE
           END-READ.
           IF WS-SentLogFile-Good AND FD-Sent-Date IS NUMERIC
              MOVE FD-Sent-Date TO WS-Hold-Date
              COMPUTE WS-Hold-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Date)
              IF WS-Hold-Int > WS-Window-Start-Int
                 PERFORM 2230-Add-Sent-Row
                 MOVE FD-Sent-Recipient TO
                    WS-Sent-Recipient(WS-Sent-IDX)
                 MOVE FD-Sent-Event-Type TO
                    WS-Sent-Event-Type(WS-Sent-IDX)
                 MOVE FD-Sent-Event-Key TO
                    WS-Sent-Event-Key(WS-Sent-IDX)
              END-IF
           END-IF.

      *    A missing outbox just means nothing has been raised.
       2000-Release-Notices.
           OPEN INPUT OutboxFile.
           IF WS-OutboxFile-Good
              PERFORM 2100-Release-One-Event
                 UNTIL WS-OutboxFile-EOF
              CLOSE OutboxFile
           ELSE
              DISPLAY "  Ntfy-Dlvr: No outbox -- nothing raised."
           END-IF.

       2999-Release-Exit.
           EXIT.

       2100-Release-One-Event.
           READ OutboxFile
              AT END SET WS-OutboxFile-EOF TO TRUE
           END-READ.
           IF WS-OutboxFile-Good
              ADD +1 TO FD-OutboxFile-Record-Cnt
              IF Obx-EVENT-STAMP NOT > WS-Ctl-Last-Stamp
                 ADD +1 TO WS-Already-Delivered-Cnt
              ELSE
                 IF Obx-EVENT-STAMP > WS-New-Last-Stamp
                    MOVE Obx-EVENT-STAMP TO WS-New-Last-Stamp
                 END-IF
                 MOVE 'N' TO WS-Subscribed-Flag
                 PERFORM 2200-Offer-To-Subscription
                    VARYING WS-Sub-IDX FROM 1 BY 1
                    UNTIL WS-Sub-IDX > WS-Sub-Cnt
                 IF NOT WS-Subscribed
                    ADD +1 TO WS-No-Subscriber-Cnt
                 END-IF
              END-IF
           ELSE
              IF WS-OutboxFile-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "notify-outbox" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2100-Release-One-Event"
                 DISPLAY "File Status: " WS-OutboxFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    A subscription takes the event when the type matches
      *    (or is *) and its scope, if any, names the event's
      *    supplier, buyer or part.
       2200-Offer-To-Subscription.
           IF WS-Sub-Event-Type(WS-Sub-IDX) = "*" OR
              WS-Sub-Event-Type(WS-Sub-IDX) = Obx-EVENT-TYPE
              IF WS-Sub-Scope-All(WS-Sub-IDX) OR
                 (WS-Sub-Scope-Supplier(WS-Sub-IDX) AND
                  Obx-SUPPLIER-CODE > SPACES AND
                  WS-Sub-Scope-Value(WS-Sub-IDX) =
                  Obx-SUPPLIER-CODE) OR
                 (WS-Sub-Scope-Buyer(WS-Sub-IDX) AND
                  Obx-BUYER-CODE > SPACES AND
                  WS-Sub-Scope-Value(WS-Sub-IDX) =
                  Obx-BUYER-CODE) OR
                 (WS-Sub-Scope-Part(WS-Sub-IDX) AND
                  Obx-PART-NUMBER > SPACES AND
                  WS-Sub-Scope-Value(WS-Sub-IDX) =
                  Obx-PART-NUMBER)
                 SET WS-Subscribed TO TRUE
                 PERFORM 2210-Release-Unless-Repeat
              END-IF
           END-IF.

      *    Two subscriptions naming the same recipient for one
      *    event -- by supplier and by buyer, say -- still send
      *    it once.
       2210-Release-Unless-Repeat.
           SET WS-Sent-Not-Found TO TRUE.
           PERFORM VARYING WS-Sent-IDX FROM 1 BY 1
              UNTIL WS-Sent-IDX > WS-Sent-Cnt
              IF WS-Sent-Recipient(WS-Sent-IDX) =
                 WS-Sub-Recipient(WS-Sub-IDX) AND
                 WS-Sent-Event-Type(WS-Sent-IDX) = Obx-EVENT-TYPE AND
                 WS-Sent-Event-Key(WS-Sent-IDX) = Obx-EVENT-KEY
                 SET WS-Sent-Found TO TRUE
                 SET WS-Sent-IDX TO WS-Sent-Cnt
              END-IF
           END-PERFORM.
           IF WS-Sent-Found
              ADD +1 TO WS-Repeat-Suppressed-Cnt
           ELSE
              PERFORM 2230-Add-Sent-Row
              MOVE WS-Sub-Recipient(WS-Sub-IDX) TO
                 WS-Sent-Recipient(WS-Sent-IDX)
              MOVE Obx-EVENT-TYPE TO WS-Sent-Event-Type(WS-Sent-IDX)
              MOVE Obx-EVENT-KEY TO WS-Sent-Event-Key(WS-Sent-IDX)
              MOVE WS-Sub-Recipient(WS-Sub-IDX) TO Sort-Recipient
              MOVE Obx-NOTIFY-EVENT TO Sort-Event
              RELEASE Sort-Record
           END-IF.

       2230-Add-Sent-Row.
           IF WS-Sent-Cnt >= WS-Sent-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Sent-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Sent-Cnt.
           SET WS-Sent-IDX TO WS-Sent-Cnt.

       3500-Write-Digests.
           PERFORM 3510-Return-One-Notice UNTIL WS-Sort-EOF.
           IF NOT WS-First-Record
              PERFORM 3540-Write-Digest-Trailer
           END-IF.

       3599-Digest-Exit.
           EXIT.

       3510-Return-One-Notice.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF WS-First-Record
                 MOVE 'N' TO WS-First-Record-Flag
                 MOVE Sort-Recipient TO WS-Break-Recipient
                 PERFORM 3520-Write-Digest-Header
              ELSE
                 IF Sort-Recipient NOT = WS-Break-Recipient
                    PERFORM 3540-Write-Digest-Trailer
                    MOVE Sort-Recipient TO WS-Break-Recipient
                    PERFORM 3520-Write-Digest-Header
                 END-IF
              END-IF
              MOVE Sort-Event TO Evt-NOTIFY-EVENT
              PERFORM 3530-Write-Digest-Line
              PERFORM 3550-Write-Sent-Row
           END-IF.

       3520-Write-Digest-Header.
           ADD +1 TO WS-Recipient-Cnt.
           MOVE ZERO TO WS-Break-Event-Cnt.
           MOVE SPACES TO FD-Digest-Record.
           STRING "H " WS-Break-Recipient
              " PSAP EVENT NOTICES FOR " WS-Today-Date
              DELIMITED BY SIZE INTO FD-Digest-Record.
           PERFORM 3590-Write-Digest-Record.

       3530-Write-Digest-Line.
           ADD +1 TO WS-Break-Event-Cnt.
           ADD +1 TO WS-Notice-Cnt.
           MOVE SPACES TO FD-Digest-Record.
           STRING "D " Evt-EVENT-DATE " " Evt-EVENT-TIME(1:4)
              " " Evt-EVENT-TYPE " " Evt-EVENT-KEY
              " " Evt-TEXT
              DELIMITED BY SIZE INTO FD-Digest-Record.
           PERFORM 3590-Write-Digest-Record.

       3540-Write-Digest-Trailer.
           MOVE WS-Break-Event-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-Digest-Record.
           STRING "T " WS-Break-Recipient
              " " WS-Cnt-Edit " EVENT(S)"
              DELIMITED BY SIZE INTO FD-Digest-Record.
           PERFORM 3590-Write-Digest-Record.

       3550-Write-Sent-Row.
           MOVE SPACES TO FD-SentLog-Record.
           MOVE WS-Today-Date TO FD-Sent-Date.
           MOVE WS-Break-Recipient TO FD-Sent-Recipient.
           MOVE Evt-EVENT-TYPE TO FD-Sent-Event-Type.
           MOVE Evt-EVENT-KEY TO FD-Sent-Event-Key.
           MOVE Evt-EVENT-STAMP TO FD-Sent-Event-Stamp.
           WRITE FD-SentLog-Record.
           IF WS-SentLogFile-Good
              ADD +1 TO FD-SentLog-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "notify-sent-log" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3550-Write-Sent-Row"
              DISPLAY "File Status: " WS-SentLogFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3590-Write-Digest-Record.
           WRITE FD-Digest-Record.
           IF WS-DigestFile-Good
              ADD +1 TO FD-Digest-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "notify-digest" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3590-Write-Digest-Record"
              DISPLAY "File Status: " WS-DigestFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "NTFYDLVR: 3000-End-Job".
           CLOSE SentLogFile DigestFile.
           PERFORM 3010-Write-Control.
           DISPLAY "  Ntfy-Dlvr: Events Read:        "
              FD-OutboxFile-Record-Cnt.
           DISPLAY "  Ntfy-Dlvr: Already Delivered:  "
              WS-Already-Delivered-Cnt.
           DISPLAY "  Ntfy-Dlvr: No Subscriber:      "
              WS-No-Subscriber-Cnt.
           DISPLAY "  Ntfy-Dlvr: Repeats Held Back:  "
              WS-Repeat-Suppressed-Cnt.
           DISPLAY "  Ntfy-Dlvr: Notices Sent:       "
              WS-Notice-Cnt.
           DISPLAY "  Ntfy-Dlvr: Digests Written:    "
              WS-Recipient-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-New-Last-Stamp TO FD-Ctl-Last-Stamp.
           MOVE WS-Repeat-Days TO FD-Ctl-Repeat-Days.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "notify-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
