      ***********************************************************
      * Program name:    EDI997IN
      * Original author: David Stagowski
      *
      *    Description: Inbound EDI 997 functional acknowledgment
      *       matching for the 850s EDI850X and the 830s EDI830X
      *       send.
      *
      *    When a supplier's translator rejects one of our 850
      *    interchanges, the only sign used to be EDI855IN's
      *    never-acknowledged bucket weeks later.  EDI850X now
      *    records every interchange it sends on the keyed
      *    interchange-control file (EDICTL); this reads the 997
      *    file the VAN delivers -- one segment per line, elements
      *    split on '*' -- and posts each AK9 verdict to the
      *    interchange its AK1 names (AK102 is our GS06, which
      *    EDI850X makes the same number as ISA13).
      *
      *    Segments used:  ISA (ISA13, kept as the 997's own
      *    control), GS (GS02 sender = the SUPPLIER-CODE),
      *    AK1 (AK101 PO or PS, and it must agree with what the
      *    interchange was -- PO an 850, PS an 830 -- AK102 our
      *    group number), AK9 (AK901 A, E, P or R).  Anything
      *    else is passed over.
      *
      *    The report then browses the whole control file and
      *    lists every 850 or 830 interchange still
      *    unacknowledged after the configured number of hours,
      *    and every one
      *    acknowledged with errors (E), partially (P) or
      *    rejected (R), along with any 997 that names a group we
      *    never sent or comes from the wrong supplier.
      *
      *    The overdue age (hours, 3 digits) comes from the
      *    control file ../data/edi997-age-control.dat.txt; a
      *    missing file means 24 hours.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-16 dastagg       Created for 997 acknowledgments
      * 2026-09-17 dastagg       Match 997s for 830 schedules
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI997IN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT Ack997File
           ASSIGN TO "../data/edi997-in.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-Ack997File-Status.

      *    EdiCtl's own SELECT in EDI850X.cbl is the authority --
      *    opened dynamic here for the keyed post and the browse.
           SELECT EdiCtl
           ASSIGN TO EDICTL
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EdiCtl-ICN
           FILE STATUS IS WS-EdiCtl-Status.

           SELECT AgeControlFile
           ASSIGN TO "../data/edi997-age-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AgeControlFile-Status.

           SELECT OverdueRpt
           ASSIGN TO "../data/edi997-overdue-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OverdueRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  Ack997File
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ack997-Record             PIC X(256).

       FD  EdiCtl
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDICTL REPLACING ==:tag:== BY ==EdiCtl==.

       FD  AgeControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AgeControl-Record         PIC 9(03).

       FD  OverdueRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-OverdueRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==Ack997File==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiCtl==.
           COPY WSFST REPLACING ==:tag:== BY ==AgeControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==OverdueRpt==.

       01  WS-File-Counters.
           12 FD-Ack997-Record-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 FD-OverdueRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Posted-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Unmatched-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Interchange-Read-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Overdue-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Ack-Error-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Have-AK1-Flag             PIC X VALUE 'N'.
              88 WS-Have-AK1                  VALUE 'Y'.
              88 WS-No-AK1                    VALUE 'N'.

      *    One 997 segment split on the element separator --
      *    WS-Elem(1) is the segment id.
       01  WS-Segment-Work.
           12 WS-Elem-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Elem-Table.
              15 WS-Elem OCCURS 20 TIMES   PIC X(30).

      *    Envelope and AK1 state for the 997 being read.
       01  WS-Envelope-Fields.
           12 WS-ISA-Control               PIC X(09) VALUE SPACES.
           12 WS-GS-Sender                 PIC X(10) VALUE SPACES.
           12 WS-AK1-Functional-Id         PIC X(02) VALUE SPACES.
           12 WS-AK1-Group-Control         PIC X(09) VALUE SPACES.
           12 WS-Unmatched-Reason          PIC X(20) VALUE SPACES.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Now-Time                  PIC 9(04) VALUE ZERO.
           12 WS-Now-Time-R REDEFINES WS-Now-Time.
              15 WS-Now-HH                 PIC 9(02).
              15 WS-Now-MM                 PIC 9(02).
           12 WS-Sent-Time                 PIC 9(04) VALUE ZERO.
           12 WS-Sent-Time-R REDEFINES WS-Sent-Time.
              15 WS-Sent-HH                PIC 9(02).
              15 WS-Sent-MM                PIC 9(02).
           12 WS-Sent-Int                  PIC 9(10) VALUE ZERO.
           12 WS-Minutes-Waiting           PIC S9(9) VALUE ZERO.
           12 WS-Hours-Waiting             PIC S9(7) VALUE ZERO.
           12 WS-Overdue-Hours             PIC 9(03) VALUE 24.

       01  WS-Report-Edit-Fields.
           12 WS-Hours-Edit                PIC -(6)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Process-Edi-Line UNTIL WS-Ack997File-EOF.
           PERFORM 2500-Report-Exceptions.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "EDI997IN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Now-Time.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1005-Load-Age-Control.
           OPEN I-O EdiCtl.
           IF NOT WS-EdiCtl-Good
              OPEN OUTPUT EdiCtl
              CLOSE EdiCtl
              OPEN I-O EdiCtl
           END-IF.
           OPEN OUTPUT OverdueRpt.
           MOVE SPACES TO FD-OverdueRpt-Record.
           STRING "EDI 997 ACKNOWLEDGMENT EXCEPTIONS -- RUN "
              WS-Today-Date " -- OVERDUE AFTER " WS-Overdue-Hours
              " HOURS"
              DELIMITED BY SIZE INTO FD-OverdueRpt-Record.
           PERFORM 2900-Write-Overdue-Rpt-Line.
      *    A missing 997 file just means none came in; the
      *    overdue report still runs.
           OPEN INPUT Ack997File.
           IF NOT WS-Ack997File-Good
              SET WS-Ack997File-EOF TO TRUE
           END-IF.

      *    A missing control file just means the compiled-in 24
      *    hours, the VALTHRSH fallback idiom.
       1005-Load-Age-Control.
           OPEN INPUT AgeControlFile.
           IF WS-AgeControlFile-Good
              READ AgeControlFile
              IF WS-AgeControlFile-Good AND
                 FD-AgeControl-Record IS NUMERIC AND
                 FD-AgeControl-Record > ZERO
                 MOVE FD-AgeControl-Record TO WS-Overdue-Hours
              END-IF
           END-IF.
           CLOSE AgeControlFile.

       2000-Process-Edi-Line.
           READ Ack997File
              AT END SET WS-Ack997File-EOF TO TRUE
           END-READ.
           IF WS-Ack997File-Good
              ADD +1 TO FD-Ack997-Record-Cnt
              PERFORM 2010-Split-Segment
              PERFORM 2100-Dispatch-Segment
           ELSE
              IF WS-Ack997File-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2000-Process-Edi-Line"
                 DISPLAY "Read Ack997File Failed."
                 DISPLAY "File Status: " WS-Ack997File-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2010-Split-Segment.
           MOVE SPACES TO WS-Elem-Table.
           MOVE ZERO TO WS-Elem-Cnt.
           UNSTRING FD-Ack997-Record DELIMITED BY "*" OR "~"
              INTO WS-Elem(1)  WS-Elem(2)  WS-Elem(3)  WS-Elem(4)
                   WS-Elem(5)  WS-Elem(6)  WS-Elem(7)  WS-Elem(8)
                   WS-Elem(9)  WS-Elem(10) WS-Elem(11) WS-Elem(12)
                   WS-Elem(13) WS-Elem(14) WS-Elem(15) WS-Elem(16)
                   WS-Elem(17) WS-Elem(18) WS-Elem(19) WS-Elem(20)
              TALLYING IN WS-Elem-Cnt
           END-UNSTRING.

       2100-Dispatch-Segment.
           EVALUATE WS-Elem(1)
              WHEN "ISA"
                 MOVE WS-Elem(14) TO WS-ISA-Control
                 MOVE SPACES TO WS-GS-Sender
                 SET WS-No-AK1 TO TRUE
              WHEN "GS"
                 MOVE WS-Elem(3) TO WS-GS-Sender
                 SET WS-No-AK1 TO TRUE
              WHEN "AK1"
                 MOVE WS-Elem(2) TO WS-AK1-Functional-Id
                 MOVE WS-Elem(3) TO WS-AK1-Group-Control
                 SET WS-Have-AK1 TO TRUE
              WHEN "AK9"
                 IF WS-Have-AK1
                    PERFORM 2200-Post-Acknowledgment
                    SET WS-No-AK1 TO TRUE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    AK102 comes back as we sent it, zero-padded or not --
      *    NUMVAL brings either form to the control-file key.
       2200-Post-Acknowledgment.
           MOVE SPACES TO WS-Unmatched-Reason.
           EVALUATE TRUE
              WHEN WS-AK1-Functional-Id NOT = "PO" AND "PS"
                 MOVE "NOT 850/830 GROUP" TO WS-Unmatched-Reason
              WHEN WS-AK1-Group-Control = SPACES
                 MOVE "BAD GROUP NUMBER" TO WS-Unmatched-Reason
              WHEN WS-Elem(2) NOT = "A" AND "E" AND "P" AND "R"
                 MOVE "BAD AK9 CODE" TO WS-Unmatched-Reason
              WHEN OTHER
                 COMPUTE EdiCtl-ICN =
                    FUNCTION NUMVAL(WS-AK1-Group-Control)
                 READ EdiCtl
                    INVALID KEY
                       MOVE "GROUP NOT SENT" TO WS-Unmatched-Reason
                 END-READ
           END-EVALUATE.
           IF WS-Unmatched-Reason = SPACES AND
              EdiCtl-SUPPLIER-CODE NOT = WS-GS-Sender
              MOVE "WRONG SUPPLIER" TO WS-Unmatched-Reason
           END-IF.
           IF WS-Unmatched-Reason = SPACES
              IF (WS-AK1-Functional-Id = "PO" AND
                  EdiCtl-DOC-TYPE NOT = "850") OR
                 (WS-AK1-Functional-Id = "PS" AND
                  EdiCtl-DOC-TYPE NOT = "830")
                 MOVE "WRONG GROUP TYPE" TO WS-Unmatched-Reason
              END-IF
           END-IF.
           IF WS-Unmatched-Reason = SPACES
              MOVE WS-Elem(2) TO EdiCtl-ACK-STATUS
              MOVE WS-Today-Date TO EdiCtl-ACK-DATE
              MOVE WS-Now-Time TO EdiCtl-ACK-TIME
              MOVE WS-ISA-Control TO EdiCtl-ACK-ICN
              REWRITE EdiCtl-EDI-CTL-REC
              IF WS-EdiCtl-Good
                 ADD +1 TO WS-Posted-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "EDICTL" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2200-Post-Acknowledgment"
                 DISPLAY "File Status: " WS-EdiCtl-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              ADD +1 TO WS-Unmatched-Cnt
              MOVE SPACES TO FD-OverdueRpt-Record
              STRING "UNMATCHED 997  " WS-Unmatched-Reason
                 " AK1 " WS-AK1-Functional-Id " " WS-AK1-Group-Control
                 " AK9 " WS-Elem(2)(1:1)
                 " FROM " WS-GS-Sender
                 " INTERCHANGE " WS-ISA-Control
                 DELIMITED BY SIZE INTO FD-OverdueRpt-Record
              PERFORM 2900-Write-Overdue-Rpt-Line
           END-IF.

      *    A keyed browse of the whole control file from the
      *    lowest interchange number up.
       2500-Report-Exceptions.
           MOVE ZERO TO EdiCtl-ICN.
           START EdiCtl KEY >= EdiCtl-ICN
              INVALID KEY SET WS-EdiCtl-EOF TO TRUE
           END-START.
           PERFORM 2510-Check-One-Interchange UNTIL WS-EdiCtl-EOF.

       2510-Check-One-Interchange.
           READ EdiCtl NEXT
              AT END SET WS-EdiCtl-EOF TO TRUE
           END-READ.
           IF WS-EdiCtl-Good
              ADD +1 TO WS-Interchange-Read-Cnt
              IF EdiCtl-DOC-TYPE = "850" OR "830"
                 EVALUATE TRUE
                    WHEN EdiCtl-NOT-ACKNOWLEDGED
                       PERFORM 2520-Check-Overdue
                    WHEN EdiCtl-ACK-WITH-ERRORS
                       ADD +1 TO WS-Ack-Error-Cnt
                       MOVE SPACES TO FD-OverdueRpt-Record
                       STRING "ACK WITH ERRORS " EdiCtl-ICN
                          " " EdiCtl-DOC-TYPE
                          " SUPPLIER " EdiCtl-SUPPLIER-CODE
                          " SENT " EdiCtl-SENT-DATE " "
                          EdiCtl-SENT-TIME
                          " AK9 " EdiCtl-ACK-STATUS
                          " ON " EdiCtl-ACK-DATE
                          " 997 " EdiCtl-ACK-ICN
                          DELIMITED BY SIZE INTO FD-OverdueRpt-Record
                       PERFORM 2900-Write-Overdue-Rpt-Line
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              END-IF
           END-IF.

      *    Hours waiting is whole days times 24 plus the clock
      *    difference, worked in minutes so a 23:50 send is not
      *    an hour old at midnight.
       2520-Check-Overdue.
           IF EdiCtl-SENT-DATE IS NUMERIC AND
              EdiCtl-SENT-DATE > ZERO AND
              EdiCtl-SENT-TIME IS NUMERIC
              COMPUTE WS-Sent-Int =
                 FUNCTION INTEGER-OF-DATE(EdiCtl-SENT-DATE)
              MOVE EdiCtl-SENT-TIME TO WS-Sent-Time
              COMPUTE WS-Minutes-Waiting =
                 (WS-Today-Int - WS-Sent-Int) * 1440 +
                 (WS-Now-HH * 60 + WS-Now-MM) -
                 (WS-Sent-HH * 60 + WS-Sent-MM)
              COMPUTE WS-Hours-Waiting = WS-Minutes-Waiting / 60
              IF WS-Minutes-Waiting > WS-Overdue-Hours * 60
                 ADD +1 TO WS-Overdue-Cnt
                 MOVE WS-Hours-Waiting TO WS-Hours-Edit
                 MOVE SPACES TO FD-OverdueRpt-Record
                 STRING "NOT ACKNOWLEDGED " EdiCtl-ICN
                    " " EdiCtl-DOC-TYPE
                    " SUPPLIER " EdiCtl-SUPPLIER-CODE
                    " SENT " EdiCtl-SENT-DATE " " EdiCtl-SENT-TIME
                    " WAITING " WS-Hours-Edit " HOURS"
                    DELIMITED BY SIZE INTO FD-OverdueRpt-Record
                 PERFORM 2900-Write-Overdue-Rpt-Line
              END-IF
           END-IF.

       2900-Write-Overdue-Rpt-Line.
           WRITE FD-OverdueRpt-Record.
           IF WS-OverdueRpt-Good
              ADD +1 TO FD-OverdueRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi997-overdue-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Overdue-Rpt-Line"
              DISPLAY "File Status: " WS-OverdueRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "EDI997IN: 3000-End-Job".
           CLOSE Ack997File EdiCtl OverdueRpt.
           DISPLAY "  Edi-997: Segments Read:      "
              FD-Ack997-Record-Cnt.
           DISPLAY "  Edi-997: Acks Posted:        " WS-Posted-Cnt.
           DISPLAY "  Edi-997: Unmatched Acks:     " WS-Unmatched-Cnt.
           DISPLAY "  Edi-997: Interchanges On File:"
              WS-Interchange-Read-Cnt.
           DISPLAY "  Edi-997: Not Acknowledged:   " WS-Overdue-Cnt.
           DISPLAY "  Edi-997: Acked With Errors:  " WS-Ack-Error-Cnt.
