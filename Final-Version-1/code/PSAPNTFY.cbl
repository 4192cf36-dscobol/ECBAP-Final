      ***********************************************************
      * Program name:    PSAPNTFY
      * Original author: David Stagowski
      *
      *    Description: Common event-notification routine.
      *
      *    The events people need to act on -- a clearance about
      *    to lapse, a PO held for its buyer, a supplier put in
      *    quarantine, a reject-rate alert, an 855 moving a
      *    delivery date, a SCAR going overdue -- were each a
      *    line on some report nobody read in time.  Any program
      *    now raises one here with an event type, a key and a
      *    line of text (NTFYAREA), and it is appended to the
      *    notification outbox (NTFYREC) for NTFYDLVR's daily
      *    digests.
      *
      *    The outbox is opened, written and closed on every
      *    call: events are few, any program may raise one at any
      *    point, and no caller has to remember to close it.  A
      *    failure to write is reported and the caller carries
      *    on -- a lost notice must never stop a production run.
      *
      *    Event types in use:
      *      CLREXPIR  RISKIDX   govt clearance expiring/lapsed
      *      POHELD    POCALL    PO diverted to the hold queue
      *      SUPQUAR   SUPPCALL  first-seen supplier quarantined
      *      REJRATE   PSAP      run reject rate over threshold
      *      ACKDATE   EDI855IN  855 changed the delivery date
      *      SCAROVDU  SCARRPT   SCAR response overdue
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
       PROGRAM-ID. PSAPNTFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OutboxFile
           ASSIGN TO "../data/notify-outbox.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OutboxFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  OutboxFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY NTFYREC REPLACING ==:tag:== BY ==Obx==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==OutboxFile==.

       01  WS-Stamp-Work.
           12 WS-Current-Stamp             PIC X(16) VALUE SPACES.

       COPY MSGAREA.

       LINKAGE SECTION.
       01  LS-Ntfy-Request.
           05  LS-Ntfy-Event-Type        PIC X(08).
           05  LS-Ntfy-Source            PIC X(08).
           05  LS-Ntfy-Event-Key         PIC X(24).
           05  LS-Ntfy-Supplier-Code     PIC X(10).
           05  LS-Ntfy-Buyer-Code        PIC X(03).
           05  LS-Ntfy-Part-Number       PIC X(23).
           05  LS-Ntfy-Text              PIC X(80).

       PROCEDURE DIVISION USING LS-Ntfy-Request.
       0000-Mainline.
           PERFORM 1000-Open-Outbox.
           IF WS-OutboxFile-Good
              PERFORM 2000-Write-Event
              CLOSE OutboxFile
           END-IF.
           GOBACK.

      *    EXTEND appends to the outbox; the very first event
      *    creates it.
       1000-Open-Outbox.
           OPEN EXTEND OutboxFile.
           IF NOT WS-OutboxFile-Good
              OPEN OUTPUT OutboxFile
           END-IF.
           IF NOT WS-OutboxFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "notify-outbox" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: PSAPNTFY 1000-Open-Outbox"
              DISPLAY "File Status: " WS-OutboxFile-Status
           END-IF.

       2000-Write-Event.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-Current-Stamp.
           MOVE SPACES TO Obx-NOTIFY-EVENT.
           MOVE WS-Current-Stamp TO Obx-EVENT-STAMP.
           MOVE LS-Ntfy-Event-Type TO Obx-EVENT-TYPE.
           MOVE LS-Ntfy-Source TO Obx-SOURCE.
           MOVE LS-Ntfy-Event-Key TO Obx-EVENT-KEY.
           MOVE LS-Ntfy-Supplier-Code TO Obx-SUPPLIER-CODE.
           MOVE LS-Ntfy-Buyer-Code TO Obx-BUYER-CODE.
           MOVE LS-Ntfy-Part-Number TO Obx-PART-NUMBER.
           MOVE LS-Ntfy-Text TO Obx-TEXT.
           WRITE Obx-NOTIFY-EVENT.
           IF NOT WS-OutboxFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              STRING "notify-outbox " LS-Ntfy-Event-Type
                 " " LS-Ntfy-Event-Key
                 DELIMITED BY SIZE INTO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: PSAPNTFY 2000-Write-Event"
              DISPLAY "File Status: " WS-OutboxFile-Status
           END-IF.
