      ***********************************************************
      * Program name:    EDI997X
      * Original author: David Stagowski
      *
      *    Description: Outbound EDI 997 functional
      *       acknowledgments for the inbound 810/855/856 traffic.
      *
      *    Our suppliers' translators expect a 997 for every
      *    functional group they send us, accepted or not.
      *    EDI810IN, EDI855IN and EDI856IN each append one record
      *    per group to the inbound group log (EDIGRP) -- the
      *    group control number, sets received and accepted, and
      *    the AK9 code.  This reads the log and writes one 997
      *    interchange per supplier: an FA group holding one 997
      *    transaction set per group acknowledged (AK1 naming the
      *    group, AK9 giving the verdict), plus a control report
      *    of what went out.  The log is emptied once the 997s
      *    are written, so no group is acknowledged twice.
      *
      *    Interchange control numbers come off the same control
      *    file EDI850X uses, so an ISA13 is never repeated
      *    between our 850s and our 997s.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-16 dastagg       Created for 997 acknowledgments
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI997X.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Appended by the inbound EDI programs.  A missing file
      *    just means nothing to acknowledge this run.
           SELECT GroupLog
           ASSIGN TO "../data/edi-inbound-groups.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GroupLog-Status.

      *    Next interchange control number -- shared with EDI850X.
           SELECT IcnControlFile
           ASSIGN TO "../data/edi-icn-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-IcnControlFile-Status.

           SELECT EdiOutFile
           ASSIGN TO "../data/edi997-out.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EdiOutFile-Status.

           SELECT ControlRpt
           ASSIGN TO "../data/edi997-control-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ControlRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  GroupLog
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY EDIGRP REPLACING ==:tag:== BY ==GrpLog==.

       FD  IcnControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-IcnControl-Record.
           05 FD-Ctl-Next-ICN           PIC 9(09).

       FD  EdiOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-EdiOut-Record    PIC X(132).

       FD  ControlRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ControlRpt-Record PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==GroupLog==.
           COPY WSFST REPLACING ==:tag:== BY ==IcnControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==EdiOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlRpt==.

       01  WS-File-Counters.
           12 FD-GroupLog-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Interchange-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Set-Total-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Grp-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Supp-Seen-Found-Flag      PIC X.
              88 WS-Supp-Seen-Found           VALUE 'Y'.
              88 WS-Supp-Seen-Not-Found       VALUE 'N'.

      *    Every group on the log, in the order it was logged.
       01  WS-Group-Storage.
           12 WS-Grp-Max-Cnt               PIC S9(4) COMP VALUE +2000.
           12 WS-Grp-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Grp-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Grp-Cnt
              INDEXED BY WS-Grp-IDX.
              15 WS-Grp-Supplier           PIC X(10).
              15 WS-Grp-Functional-Id      PIC X(02).
              15 WS-Grp-Control            PIC X(09).
              15 WS-Grp-Doc-Type           PIC X(03).
              15 WS-Grp-Sets-Rcvd          PIC 9(05).
              15 WS-Grp-Sets-Ok            PIC 9(05).
              15 WS-Grp-Ack-Code           PIC X(01).

      *    The distinct suppliers on the log, in first-seen order
      *    -- one 997 interchange is built per entry.
       01  WS-Supp-Seen-Storage.
           12 WS-Supp-Seen-Max-Cnt         PIC S9(4) COMP VALUE +999.
           12 WS-Supp-Seen-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Seen-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Supp-Seen-Cnt
              INDEXED BY WS-Supp-Seen-IDX.
              15 WS-Supp-Seen-Code         PIC X(10).
              15 WS-Supp-Seen-Grp-Cnt      PIC S9(5) COMP VALUE ZERO.

       01  WS-Current-Interchange.
           12 WS-Cur-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Cur-ICN                   PIC 9(09) VALUE ZERO.
           12 WS-Cur-Set-Cnt               PIC 9(04) VALUE ZERO.
           12 WS-Cur-Run-Date              PIC X(08) VALUE SPACES.
           12 WS-Cur-Run-Time              PIC X(04) VALUE SPACES.
           12 WS-Next-ICN                  PIC 9(09) VALUE 1.

       01  WS-Edit-Fields.
           12 WS-ICN-Edit                  PIC 9(09) VALUE ZERO.
           12 WS-ST-Edit                   PIC 9(04) VALUE ZERO.
           12 WS-Rcvd-Edit                 PIC 9(05) VALUE ZERO.
           12 WS-Ok-Edit                   PIC 9(05) VALUE ZERO.
           12 WS-Cnt-Edit                  PIC ZZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2500-Build-One-Interchange
              VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "EDI997X: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Cur-Run-Date.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-Cur-Run-Time.
           PERFORM 1010-Read-Icn-Control.
           PERFORM 1020-Load-Group-Log.
           OPEN OUTPUT EdiOutFile.
           OPEN OUTPUT ControlRpt.

      *    A missing control file just means the first run --
      *    numbering starts at 1.
       1010-Read-Icn-Control.
           OPEN INPUT IcnControlFile.
           IF WS-IcnControlFile-Good
              READ IcnControlFile
              IF WS-IcnControlFile-Good
                 IF FD-Ctl-Next-ICN IS NUMERIC AND
                    FD-Ctl-Next-ICN > ZERO
                    MOVE FD-Ctl-Next-ICN TO WS-Next-ICN
                 END-IF
              END-IF
           END-IF.
           CLOSE IcnControlFile.

       1020-Load-Group-Log.
           OPEN INPUT GroupLog.
           IF WS-GroupLog-Good
              PERFORM 1025-Load-One-Group UNTIL WS-GroupLog-EOF
              CLOSE GroupLog
           END-IF.

       1025-Load-One-Group.
           READ GroupLog
              AT END SET WS-GroupLog-EOF TO TRUE
           END-READ.
           IF WS-GroupLog-Good
              ADD +1 TO FD-GroupLog-Record-Cnt
              IF WS-Grp-Cnt >= WS-Grp-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Group-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Grp-Cnt
              SET WS-Grp-IDX TO WS-Grp-Cnt
              MOVE GrpLog-SUPPLIER-CODE TO
                 WS-Grp-Supplier(WS-Grp-IDX)
              MOVE GrpLog-FUNCTIONAL-ID TO
                 WS-Grp-Functional-Id(WS-Grp-IDX)
              MOVE GrpLog-GROUP-CONTROL TO
                 WS-Grp-Control(WS-Grp-IDX)
              MOVE GrpLog-DOC-TYPE TO WS-Grp-Doc-Type(WS-Grp-IDX)
              MOVE GrpLog-SETS-RECEIVED TO
                 WS-Grp-Sets-Rcvd(WS-Grp-IDX)
              MOVE GrpLog-SETS-ACCEPTED TO
                 WS-Grp-Sets-Ok(WS-Grp-IDX)
              MOVE GrpLog-ACK-CODE TO WS-Grp-Ack-Code(WS-Grp-IDX)
              PERFORM 1030-Note-Supplier
           ELSE
              IF WS-GroupLog-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "edi-inbound-groups" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1025-Load-One-Group"
                 DISPLAY "File Status: " WS-GroupLog-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1030-Note-Supplier.
           SET WS-Supp-Seen-Not-Found TO TRUE.
           PERFORM VARYING WS-Supp-Seen-IDX FROM 1 BY 1
              UNTIL WS-Supp-Seen-IDX > WS-Supp-Seen-Cnt
              IF WS-Supp-Seen-Code(WS-Supp-Seen-IDX) =
                 GrpLog-SUPPLIER-CODE
                 SET WS-Supp-Seen-Found TO TRUE
                 SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              END-IF
           END-PERFORM.
           IF WS-Supp-Seen-Not-Found
              IF WS-Supp-Seen-Cnt >= WS-Supp-Seen-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Supp-Seen-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Supp-Seen-Cnt
              SET WS-Supp-Seen-IDX TO WS-Supp-Seen-Cnt
              MOVE GrpLog-SUPPLIER-CODE TO
                 WS-Supp-Seen-Code(WS-Supp-Seen-IDX)
              MOVE ZERO TO WS-Supp-Seen-Grp-Cnt(WS-Supp-Seen-IDX)
           END-IF.
           ADD +1 TO WS-Supp-Seen-Grp-Cnt(WS-Supp-Seen-IDX).

      *    One ISA..IEA envelope per supplier holding a single FA
      *    group; each logged group gets its own 997 set.
       2500-Build-One-Interchange.
           MOVE WS-Supp-Seen-Code(WS-Supp-Seen-IDX) TO
              WS-Cur-Supplier.
           ADD +1 TO WS-Interchange-Cnt.
           MOVE WS-Next-ICN TO WS-Cur-ICN.
           ADD 1 TO WS-Next-ICN.
           MOVE ZERO TO WS-Cur-Set-Cnt.
           PERFORM 2600-Write-Envelope-Header.
           PERFORM 2700-Write-One-Ack-Set
              VARYING WS-Grp-IDX FROM 1 BY 1
              UNTIL WS-Grp-IDX > WS-Grp-Cnt.
           PERFORM 2800-Write-Envelope-Trailer.
           PERFORM 2850-Write-Control-Line.

       2600-Write-Envelope-Header.
           MOVE WS-Cur-ICN TO WS-ICN-Edit.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "ISA*00*          *00*          *ZZ*PSAPPLANT      "
              "*ZZ*" WS-Cur-Supplier " " DELIMITED BY SIZE
              "*" WS-Cur-Run-Date(3:6) "*" WS-Cur-Run-Time
              "*U*00401*" WS-ICN-Edit "*0*P*>"
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE SPACES TO FD-EdiOut-Record.
           STRING "GS*FA*PSAPPLANT*" WS-Cur-Supplier
              DELIMITED BY SPACE
              "*" WS-Cur-Run-Date "*" WS-Cur-Run-Time
              "*" WS-ICN-Edit "*X*004010"
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

      *    ST, AK1, AK9, SE -- four segments to a set.  AK9
      *    repeats sets received as sets included.
       2700-Write-One-Ack-Set.
           IF WS-Grp-Supplier(WS-Grp-IDX) = WS-Cur-Supplier
              ADD 1 TO WS-Cur-Set-Cnt
              ADD +1 TO WS-Set-Total-Cnt
              IF WS-Grp-Ack-Code(WS-Grp-IDX) = 'R'
                 ADD +1 TO WS-Rejected-Grp-Cnt
              END-IF
              MOVE WS-Cur-Set-Cnt TO WS-ST-Edit
              MOVE WS-Grp-Sets-Rcvd(WS-Grp-IDX) TO WS-Rcvd-Edit
              MOVE WS-Grp-Sets-Ok(WS-Grp-IDX) TO WS-Ok-Edit

              MOVE SPACES TO FD-EdiOut-Record
              STRING "ST*997*" WS-ST-Edit
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line

              MOVE SPACES TO FD-EdiOut-Record
              STRING "AK1*" WS-Grp-Functional-Id(WS-Grp-IDX) "*"
                 DELIMITED BY SIZE
                 WS-Grp-Control(WS-Grp-IDX) DELIMITED BY SPACE
                 INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line

              MOVE SPACES TO FD-EdiOut-Record
              STRING "AK9*" WS-Grp-Ack-Code(WS-Grp-IDX)
                 "*" WS-Rcvd-Edit "*" WS-Rcvd-Edit "*" WS-Ok-Edit
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line

              MOVE SPACES TO FD-EdiOut-Record
              STRING "SE*4*" WS-ST-Edit
                 DELIMITED BY SIZE INTO FD-EdiOut-Record
              PERFORM 2950-Write-Edi-Line

              PERFORM 2710-Write-Group-Detail
           END-IF.

       2710-Write-Group-Detail.
           MOVE SPACES TO FD-ControlRpt-Record.
           STRING "    GROUP " WS-Grp-Control(WS-Grp-IDX)
              "  " WS-Grp-Doc-Type(WS-Grp-IDX)
              "  AK9 " WS-Grp-Ack-Code(WS-Grp-IDX)
              "  SETS RECEIVED " WS-Rcvd-Edit
              "  ACCEPTED " WS-Ok-Edit
              DELIMITED BY SIZE INTO FD-ControlRpt-Record.
           PERFORM 2960-Write-Control-Rpt-Line.

       2800-Write-Envelope-Trailer.
           MOVE WS-Cur-ICN TO WS-ICN-Edit.
           MOVE WS-Cur-Set-Cnt TO WS-ST-Edit.
           MOVE SPACES TO FD-EdiOut-Record.
           STRING "GE*" WS-ST-Edit "*" WS-ICN-Edit
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

           MOVE SPACES TO FD-EdiOut-Record.
           STRING "IEA*1*" WS-ICN-Edit
              DELIMITED BY SIZE INTO FD-EdiOut-Record.
           PERFORM 2950-Write-Edi-Line.

       2850-Write-Control-Line.
           MOVE WS-Supp-Seen-Grp-Cnt(WS-Supp-Seen-IDX) TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ControlRpt-Record.
           STRING "INTERCHANGE " WS-ICN-Edit
              "  SUPPLIER " WS-Cur-Supplier
              "  997 SETS " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ControlRpt-Record.
           PERFORM 2960-Write-Control-Rpt-Line.

       2950-Write-Edi-Line.
           WRITE FD-EdiOut-Record.
           IF NOT WS-EdiOutFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2950-Write-Edi-Line"
              DISPLAY "Write EdiOutFile Failed."
              DISPLAY "File Status: " WS-EdiOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2960-Write-Control-Rpt-Line.
           WRITE FD-ControlRpt-Record.
           IF NOT WS-ControlRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2960-Write-Control-Rpt-Line"
              DISPLAY "Write ControlRpt Failed."
              DISPLAY "File Status: " WS-ControlRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The control is rolled and the group log emptied only
      *    after every 997 is written.
       3000-End-Job.
           DISPLAY "EDI997X: 3000-End-Job".
           CLOSE EdiOutFile ControlRpt.
           IF WS-Interchange-Cnt > ZERO
              PERFORM 3010-Write-Icn-Control
           END-IF.
           OPEN OUTPUT GroupLog.
           CLOSE GroupLog.
           DISPLAY "  Edi-997: Groups Logged:        "
              FD-GroupLog-Record-Cnt.
           DISPLAY "  Edi-997: Interchanges Written: "
              WS-Interchange-Cnt.
           DISPLAY "  Edi-997: 997 Sets Written:     "
              WS-Set-Total-Cnt.
           DISPLAY "  Edi-997: Groups Rejected:      "
              WS-Rejected-Grp-Cnt.

       3010-Write-Icn-Control.
           OPEN OUTPUT IcnControlFile.
           MOVE WS-Next-ICN TO FD-Ctl-Next-ICN.
           WRITE FD-IcnControl-Record.
           IF NOT WS-IcnControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "edi-icn-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Icn-Control"
              DISPLAY "File Status: " WS-IcnControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE IcnControlFile.
