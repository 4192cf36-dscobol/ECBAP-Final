      ***********************************************************
      * Program name:    TOOLRPT
      * Original author: David Stagowski
      *
      *    Description: Customer-owned tooling report -- recall
      *       candidates and tools overdue for their annual
      *       physical verification, off the keyed tooling
      *       register (TOOLREG).
      *
      *    The register is browsed on its SUPPLIER-CODE alternate
      *    key so each supplier's tools come together.
      *
      *    Recall candidates: active tools where nothing is
      *    running on them -- no open PO (POOUT, po-status not
      *    'C') from the holding supplier for any of the tool's
      *    parts, and no PSAPXREF pairing of those parts with
      *    that supplier seen inside the retention window.  The
      *    window is XREFPURG's, off the same control file
      *    (../data/xref-purge-control.dat.txt, days, 4 digits);
      *    a missing file means 730 days.
      *
      *    Verification overdue: any tool still at the supplier
      *    (active or recall requested) whose last physical
      *    verification is more than 365 days old, or was never
      *    recorded.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-26 dastagg       Created for the tooling register
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOOLRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    TOOLMNT's SELECT is the authority on the keyed tooling
      *    register.
           SELECT ToolFile
           ASSIGN TO TOOLREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Tool-TOOL-TAG
           ALTERNATE RECORD KEY IS Tool-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ToolFile-Status.

      *    XrefFile's own SELECT in PSAP.cbl is the authority --
      *    random reads by part + supplier here.
           SELECT XrefFile
           ASSIGN TO PSAPXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS Xref-XREF-KEY
           ALTERNATE RECORD KEY IS Xref-XREF-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-XrefFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    RECMATCH's SELECT is the authority.  A missing file just
      *    means nothing received yet -- every PO is open.
           SELECT PoStatusFile
           ASSIGN TO "../data/po-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

      *    XREFPURG's retention window.
           SELECT PurgeControlFile
           ASSIGN TO "../data/xref-purge-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PurgeControlFile-Status.

           SELECT ToolRpt
           ASSIGN TO "../data/tooling-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ToolRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ToolFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY TOOLREG REPLACING ==:tag:== BY ==Tool==.

       FD  XrefFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY XREFOUT REPLACING ==:tag:== BY ==Xref==.

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  PoStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoStatus-Record           PIC X(30).

       FD  PurgeControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PurgeControl-Record       PIC 9(04).

       FD  ToolRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ToolRpt-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ToolFile==.
           COPY WSFST REPLACING ==:tag:== BY ==XrefFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PurgeControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ToolRpt==.

       01  WS-File-Counters.
           12 FD-ToolFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-ToolRpt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Recall-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Overdue-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Recall-Cost               PIC S9(11)V99 COMP-3
                                           VALUE ZERO.
           12 WS-Overdue-Cost              PIC S9(11)V99 COMP-3
                                           VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Tool-Browse-Done-Flag     PIC X.
              88 WS-Tool-Browse-Done          VALUE 'Y'.
              88 WS-Tool-Browse-More          VALUE 'N'.
           12 WS-Tool-In-Use-Flag          PIC X.
              88 WS-Tool-In-Use               VALUE 'Y'.
              88 WS-Tool-Idle                 VALUE 'N'.
           12 WS-Report-Section-Flag       PIC X.
              88 WS-Recall-Section            VALUE 'R'.
              88 WS-Verify-Section            VALUE 'V'.
           12 WS-Xref-Open-Flag            PIC X VALUE 'N'.
              88 WS-Xref-Open                 VALUE 'Y'.

      *    Every open PO's supplier and part -- all a tool needs
      *    to know it is still running.
       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Cnt
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Part                PIC X(23).
              15 WS-PO-Supplier            PIC X(10).

       01  WS-Closed-PO-Storage.
           12 WS-Closed-PO-Max-Cnt         PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-PO-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-PO-Cnt
              INDEXED BY WS-Closed-PO-IDX.
              15 WS-Closed-PO-Number       PIC X(06).
           12 WS-Closed-PO-Found-Flag      PIC X.
              88 WS-Closed-PO-Found           VALUE 'Y'.
              88 WS-Closed-PO-Not-Found       VALUE 'N'.

       01  WS-Part-Work.
           12 WS-Part-Sub                  PIC S9(4) COMP VALUE ZERO.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Purge-Window-Days         PIC 9(04) VALUE 730.
           12 WS-Cutoff-Int                PIC 9(10) VALUE ZERO.
           12 WS-Verify-Days               PIC 9(03) VALUE 365.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Seen-Int                  PIC 9(10) VALUE ZERO.
           12 WS-Verify-Int                PIC 9(10) VALUE ZERO.
           12 WS-Days-Overdue              PIC S9(05) VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Cost-Edit                 PIC ZZZ,ZZZ,ZZ9.99.
           12 WS-Total-Cost-Edit           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           12 WS-Days-Edit                 PIC ZZZZ9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Verify-Text               PIC X(08) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SET WS-Recall-Section TO TRUE.
           PERFORM 2000-Report-Section.
           SET WS-Verify-Section TO TRUE.
           PERFORM 2000-Report-Section.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "TOOLRPT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1005-Load-Purge-Control.
           COMPUTE WS-Cutoff-Int =
              WS-Today-Int - WS-Purge-Window-Days.
           OPEN INPUT ToolFile.
           IF NOT WS-ToolFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "TOOLREG" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ToolFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
      *    No cross-reference just means no pairing activity.
           OPEN INPUT XrefFile.
           IF WS-XrefFile-Good
              SET WS-Xref-Open TO TRUE
           END-IF.
           PERFORM 1010-Load-Closed-PO-Table.
           PERFORM 1020-Load-Open-POs.
           OPEN OUTPUT ToolRpt.
           MOVE SPACES TO FD-ToolRpt-Record.
           STRING "CUSTOMER-OWNED TOOLING REPORT  RUN DATE "
              WS-Today-Date "  RETENTION WINDOW "
              WS-Purge-Window-Days " DAYS"
              DELIMITED BY SIZE INTO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

       1005-Load-Purge-Control.
           OPEN INPUT PurgeControlFile.
           IF WS-PurgeControlFile-Good
              READ PurgeControlFile
              IF WS-PurgeControlFile-Good AND
                 FD-PurgeControl-Record IS NUMERIC AND
                 FD-PurgeControl-Record > ZERO
                 MOVE FD-PurgeControl-Record TO
                    WS-Purge-Window-Days
              END-IF
           END-IF.
           CLOSE PurgeControlFile.

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1015-Load-One-Closed-PO
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1015-Load-One-Closed-PO.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF FD-PoStatus-Record(7:1) = 'C'
                 IF WS-Closed-PO-Cnt >= WS-Closed-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-PO-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-PO-Cnt
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
                 MOVE FD-PoStatus-Record(1:6) TO
                    WS-Closed-PO-Number(WS-Closed-PO-IDX)
              END-IF
           END-IF.

       1020-Load-Open-POs.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1020-Load-Open-POs"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1025-Load-One-Open-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1025-Load-One-Open-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER = "*HDR*"
                 CONTINUE
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 1027-Check-PO-Closed
                 IF WS-Closed-PO-Not-Found
                    IF WS-PO-Cnt >= WS-PO-Max-Cnt
                       MOVE "PSAP012S" TO WS-Msg-Id
                       MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
                       CALL 'PSAPMSG' USING WS-Msg-Request
                       MOVE +9 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD +1 TO WS-PO-Cnt
                    SET WS-PO-IDX TO WS-PO-Cnt
                    MOVE PoOut-PART-NUMBER TO WS-PO-Part(WS-PO-IDX)
                    MOVE PoOut-SUPPLIER-CODE TO
                       WS-PO-Supplier(WS-PO-IDX)
                 END-IF
              END-IF
           ELSE
              IF WS-PoOut-EOF
                 NEXT SENTENCE
              ELSE
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1025-Load-One-Open-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1027-Check-PO-Closed.
           SET WS-Closed-PO-Not-Found TO TRUE.
           PERFORM VARYING WS-Closed-PO-IDX FROM 1 BY 1
              UNTIL WS-Closed-PO-IDX > WS-Closed-PO-Cnt
              IF WS-Closed-PO-Number(WS-Closed-PO-IDX) =
                 PoOut-PO-NUMBER
                 SET WS-Closed-PO-Found TO TRUE
                 SET WS-Closed-PO-IDX TO WS-Closed-PO-Cnt
              END-IF
           END-PERFORM.

      *    One pass of the register per section, in supplier
      *    order on the alternate key.
       2000-Report-Section.
           MOVE SPACES TO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ToolRpt-Record.
           IF WS-Recall-Section
              STRING "RECALL CANDIDATES -- NO OPEN POS, NO XREF "
                 "ACTIVITY IN WINDOW"
                 DELIMITED BY SIZE INTO FD-ToolRpt-Record
           ELSE
              STRING "OVERDUE FOR ANNUAL PHYSICAL VERIFICATION"
                 DELIMITED BY SIZE INTO FD-ToolRpt-Record
           END-IF.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ToolRpt-Record.
           STRING "SUPPLIER   AT TOOL TAG   DESCRIPTION          "
              "          ACQUISITION COST VERIFIED DAYS ST "
              "FIRST PART"
              DELIMITED BY SIZE INTO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           SET WS-Tool-Browse-More TO TRUE.
           MOVE LOW-VALUES TO Tool-SUPPLIER-CODE.
           START ToolFile KEY >= Tool-SUPPLIER-CODE
              INVALID KEY SET WS-Tool-Browse-Done TO TRUE
           END-START.
           PERFORM 2010-Browse-One-Tool
              UNTIL WS-Tool-Browse-Done.

       2010-Browse-One-Tool.
           READ ToolFile NEXT
              AT END SET WS-Tool-Browse-Done TO TRUE
           END-READ.
           IF WS-ToolFile-Good
              IF WS-Recall-Section
                 ADD +1 TO FD-ToolFile-Record-Cnt
                 IF Tool-TOOL-ACTIVE
                    PERFORM 2100-Check-Tool-In-Use
                    IF WS-Tool-Idle
                       ADD +1 TO WS-Recall-Cnt
                       ADD Tool-ACQ-COST TO WS-Recall-Cost
                       PERFORM 2300-Compute-Verify-Age
                       PERFORM 2400-Write-Tool-Line
                    END-IF
                 END-IF
              ELSE
                 IF Tool-TOOL-AT-SUPPLIER
                    PERFORM 2300-Compute-Verify-Age
                    IF WS-Days-Overdue > ZERO
                       ADD +1 TO WS-Overdue-Cnt
                       ADD Tool-ACQ-COST TO WS-Overdue-Cost
                       PERFORM 2400-Write-Tool-Line
                    END-IF
                 END-IF
              END-IF
           ELSE
              SET WS-Tool-Browse-Done TO TRUE
           END-IF.

      *    In use while any of its parts has an open PO from the
      *    holding supplier or an xref pairing seen in the window.
       2100-Check-Tool-In-Use.
           SET WS-Tool-Idle TO TRUE.
           PERFORM 2110-Check-One-Part
              VARYING WS-Part-Sub FROM 1 BY 1
              UNTIL WS-Part-Sub > Tool-PART-CNT OR WS-Tool-In-Use.

       2110-Check-One-Part.
           PERFORM VARYING WS-PO-IDX FROM 1 BY 1
              UNTIL WS-PO-IDX > WS-PO-Cnt
              IF WS-PO-Supplier(WS-PO-IDX) = Tool-SUPPLIER-CODE AND
                 WS-PO-Part(WS-PO-IDX) = Tool-PART-NUMBER(WS-Part-Sub)
                 SET WS-Tool-In-Use TO TRUE
                 SET WS-PO-IDX TO WS-PO-Cnt
              END-IF
           END-PERFORM.
           IF WS-Tool-Idle AND WS-Xref-Open
              MOVE Tool-PART-NUMBER(WS-Part-Sub) TO
                 Xref-XREF-PART-NUMBER
              MOVE Tool-SUPPLIER-CODE TO Xref-XREF-SUPPLIER-CODE
              READ XrefFile
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    PERFORM 2120-Check-Xref-Seen
              END-READ
           END-IF.

       2120-Check-Xref-Seen.
           MOVE ZERO TO WS-Seen-Int.
           IF Xref-XREF-LAST-SEEN-DATE IS NUMERIC
              MOVE FUNCTION NUMVAL(Xref-XREF-LAST-SEEN-DATE)
                 TO WS-Hold-Date
              COMPUTE WS-Seen-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Date)
           END-IF.
           IF WS-Seen-Int >= WS-Cutoff-Int
              SET WS-Tool-In-Use TO TRUE
           END-IF.

      *    Days past the anniversary of the last verification;
      *    never verified counts from the day it is due -- today.
       2300-Compute-Verify-Age.
           MOVE ZERO TO WS-Days-Overdue.
           IF Tool-LAST-VERIFY-DATE > ZERO
              MOVE Tool-LAST-VERIFY-DATE TO WS-Verify-Text
              COMPUTE WS-Verify-Int =
                 FUNCTION INTEGER-OF-DATE(Tool-LAST-VERIFY-DATE)
              COMPUTE WS-Days-Overdue =
                 WS-Today-Int - WS-Verify-Int - WS-Verify-Days
           ELSE
              MOVE "NEVER" TO WS-Verify-Text
              MOVE 1 TO WS-Days-Overdue
           END-IF.

       2400-Write-Tool-Line.
           MOVE Tool-ACQ-COST TO WS-Cost-Edit.
           IF WS-Days-Overdue > ZERO
              MOVE WS-Days-Overdue TO WS-Days-Edit
           ELSE
              MOVE ZERO TO WS-Days-Edit
           END-IF.
           MOVE SPACES TO FD-ToolRpt-Record.
           STRING Tool-SUPPLIER-CODE " "
              Tool-LOC-ADDR-TYPE "  "
              Tool-TOOL-TAG " "
              Tool-TOOL-DESC " "
              WS-Cost-Edit " "
              WS-Verify-Text " "
              WS-Days-Edit " "
              Tool-TOOL-STATUS "  "
              Tool-PART-NUMBER(1)
              DELIMITED BY SIZE INTO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

       2990-Write-Rpt-Line.
           WRITE FD-ToolRpt-Record.
           IF WS-ToolRpt-Good
              ADD +1 TO FD-ToolRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "tooling-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-ToolRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "TOOLRPT: 3000-End-Job".
           MOVE SPACES TO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Recall-Cnt TO WS-Cnt-Edit.
           MOVE WS-Recall-Cost TO WS-Total-Cost-Edit.
           MOVE SPACES TO FD-ToolRpt-Record.
           STRING "RECALL CANDIDATES:     " WS-Cnt-Edit
              "  COST " WS-Total-Cost-Edit
              DELIMITED BY SIZE INTO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Overdue-Cnt TO WS-Cnt-Edit.
           MOVE WS-Overdue-Cost TO WS-Total-Cost-Edit.
           MOVE SPACES TO FD-ToolRpt-Record.
           STRING "VERIFICATION OVERDUE:  " WS-Cnt-Edit
              "  COST " WS-Total-Cost-Edit
              DELIMITED BY SIZE INTO FD-ToolRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE ToolFile XrefFile ToolRpt.
           DISPLAY "  Tool-Rpt: Tools Read:           "
              FD-ToolFile-Record-Cnt.
           DISPLAY "  Tool-Rpt: POOUT Records Read:   "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Tool-Rpt: Recall Candidates:    "
              WS-Recall-Cnt.
           DISPLAY "  Tool-Rpt: Verification Overdue: "
              WS-Overdue-Cnt.
