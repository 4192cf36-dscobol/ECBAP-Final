      ***********************************************************
      * Program name:    SCARRPT
      * Original author: David Stagowski
      *
      *    Description: Weekly open and overdue SCAR report --
      *       every supplier corrective action request on the
      *       keyed SCAR file that is not closed, grouped by
      *       supplier.
      *
      *    The file is browsed on its SUPPLIER-CODE alternate key
      *    so each supplier's SCARs come together.  A SCAR still
      *    open awaiting the supplier's response past its
      *    RESPONSE-DUE date is flagged OVERDUE with the days it
      *    is late; one the supplier has answered is listed as
      *    RESPONDED until quality closes it.  Each supplier gets
      *    its open and overdue counts, then the report totals.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-25 dastagg       Created for SCAR tracking
      * 2026-10-11 dastagg       An overdue SCAR raises a SCAROVDU
      *                          notification.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCARRPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SCARMNT's SELECT is the authority on the keyed SCAR
      *    file.
           SELECT ScarFile
           ASSIGN TO SCARFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Scar-SCAR-NUMBER
           ALTERNATE RECORD KEY IS Scar-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ScarFile-Status.

           SELECT ScarRpt
           ASSIGN TO "../data/scar-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ScarRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ScarFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCARREC REPLACING ==:tag:== BY ==Scar==.

       FD  ScarRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ScarRpt-Record            PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ScarFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ScarRpt==.

       01  WS-File-Counters.
           12 FD-ScarFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-ScarRpt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Supp-Open-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Overdue-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Total-Open-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Total-Overdue-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Supplier-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Scar-Browse-Done-Flag     PIC X.
              88 WS-Scar-Browse-Done          VALUE 'Y'.
              88 WS-Scar-Browse-More          VALUE 'N'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Due-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Days-Overdue              PIC S9(05) VALUE ZERO.
           12 WS-Prev-Supplier             PIC X(10) VALUE SPACES.

       01  WS-Report-Edit-Fields.
           12 WS-Status-Text               PIC X(09) VALUE SPACES.
           12 WS-Days-Edit                 PIC ZZZZ9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Cnt2-Edit                 PIC ZZZ9.

       COPY MSGAREA.
       COPY NTFYAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Report-Open-Scars.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SCARRPT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           OPEN INPUT ScarFile.
           IF NOT WS-ScarFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SCARFILE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ScarFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ScarRpt.

      *    The whole file on the alternate key -- supplier order.
       2000-Report-Open-Scars.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "OPEN AND OVERDUE SCAR REPORT  RUN DATE "
              WS-Today-Date
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "SUPPLIER   SCAR     DEF PART NUMBER            "
              "  OPENED   RESP-DUE CONTAIN  STATUS    LATE"
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           SET WS-Scar-Browse-More TO TRUE.
           MOVE LOW-VALUES TO Scar-SUPPLIER-CODE.
           START ScarFile KEY >= Scar-SUPPLIER-CODE
              INVALID KEY SET WS-Scar-Browse-Done TO TRUE
           END-START.
           PERFORM 2010-Browse-One-Scar
              UNTIL WS-Scar-Browse-Done.
           IF WS-Prev-Supplier NOT = SPACES
              PERFORM 2200-Write-Supplier-Total
           END-IF.

       2010-Browse-One-Scar.
           READ ScarFile NEXT
              AT END SET WS-Scar-Browse-Done TO TRUE
           END-READ.
           IF WS-ScarFile-Good
              ADD +1 TO FD-ScarFile-Record-Cnt
              IF Scar-SCAR-NOT-CLOSED
                 IF Scar-SUPPLIER-CODE NOT = WS-Prev-Supplier
                    IF WS-Prev-Supplier NOT = SPACES
                       PERFORM 2200-Write-Supplier-Total
                    END-IF
                    MOVE Scar-SUPPLIER-CODE TO WS-Prev-Supplier
                    ADD +1 TO WS-Supplier-Cnt
                    MOVE SPACES TO FD-ScarRpt-Record
                    PERFORM 2990-Write-Rpt-Line
                 END-IF
                 PERFORM 2100-Write-Scar-Line
              END-IF
           ELSE
              SET WS-Scar-Browse-Done TO TRUE
           END-IF.

       2100-Write-Scar-Line.
           ADD +1 TO WS-Supp-Open-Cnt.
           MOVE ZERO TO WS-Days-Overdue.
           EVALUATE TRUE
              WHEN Scar-SCAR-RESPONDED
                 MOVE "RESPONDED" TO WS-Status-Text
              WHEN Scar-RESPONSE-DUE > ZERO AND
                   Scar-RESPONSE-DUE < WS-Today-Date
                 MOVE "OVERDUE" TO WS-Status-Text
                 ADD +1 TO WS-Supp-Overdue-Cnt
                 COMPUTE WS-Due-Int =
                    FUNCTION INTEGER-OF-DATE(Scar-RESPONSE-DUE)
                 COMPUTE WS-Days-Overdue = WS-Today-Int - WS-Due-Int
                 PERFORM 2110-Notify-Overdue
              WHEN OTHER
                 MOVE "OPEN" TO WS-Status-Text
           END-EVALUATE.
           MOVE WS-Days-Overdue TO WS-Days-Edit.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING Scar-SUPPLIER-CODE " "
              Scar-SCAR-NUMBER " "
              Scar-DEFECT-CODE " "
              Scar-PART-NUMBER " "
              Scar-OPENED-DATE " "
              Scar-RESPONSE-DUE " "
              Scar-CONTAINMENT-DATE " "
              WS-Status-Text " "
              WS-Days-Edit
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.

      *    Keyed on the SCAR number -- a subscriber to the type,
      *    supplier or part hears once per repeat window while
      *    it stays late.
       2110-Notify-Overdue.
           MOVE WS-Days-Overdue TO WS-Days-Edit.
           MOVE SPACES TO WS-Ntfy-Request.
           SET WS-Ntfy-Scar-Overdue TO TRUE.
           MOVE "SCARRPT" TO WS-Ntfy-Source.
           MOVE Scar-SCAR-NUMBER TO WS-Ntfy-Event-Key.
           MOVE Scar-SUPPLIER-CODE TO WS-Ntfy-Supplier-Code.
           MOVE Scar-PART-NUMBER TO WS-Ntfy-Part-Number.
           STRING "SCAR " Scar-SCAR-NUMBER " FOR "
              Scar-SUPPLIER-CODE " RESPONSE DUE "
              Scar-RESPONSE-DUE " --" WS-Days-Edit " DAYS LATE"
              DELIMITED BY SIZE INTO WS-Ntfy-Text.
           CALL 'PSAPNTFY' USING WS-Ntfy-Request.

       2200-Write-Supplier-Total.
           MOVE WS-Supp-Open-Cnt TO WS-Cnt-Edit.
           MOVE WS-Supp-Overdue-Cnt TO WS-Cnt2-Edit.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "           " WS-Prev-Supplier
              " OPEN " WS-Cnt-Edit
              "  OVERDUE " WS-Cnt2-Edit
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           ADD WS-Supp-Open-Cnt TO WS-Total-Open-Cnt.
           ADD WS-Supp-Overdue-Cnt TO WS-Total-Overdue-Cnt.
           MOVE ZERO TO WS-Supp-Open-Cnt WS-Supp-Overdue-Cnt.

       2990-Write-Rpt-Line.
           WRITE FD-ScarRpt-Record.
           IF WS-ScarRpt-Good
              ADD +1 TO FD-ScarRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "scar-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-ScarRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "SCARRPT: 3000-End-Job".
           MOVE SPACES TO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Supplier-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "SUPPLIERS WITH OPEN SCARS: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Total-Open-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "OPEN SCARS:                " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Total-Overdue-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ScarRpt-Record.
           STRING "OVERDUE SCARS:             " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ScarRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           CLOSE ScarFile ScarRpt.
           DISPLAY "  Scar-Rpt: SCAR Records Read: "
              FD-ScarFile-Record-Cnt.
           DISPLAY "  Scar-Rpt: Open SCARs:        "
              WS-Total-Open-Cnt.
           DISPLAY "  Scar-Rpt: Overdue SCARs:     "
              WS-Total-Overdue-Cnt.
