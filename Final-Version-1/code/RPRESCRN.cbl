      ***********************************************************
      * Program name:    RPRESCRN
      * Original author: David Stagowski
      *
      *    Description: Periodic re-screen of the whole supplier
      *       master against the restricted-party lists.
      *
      *    SUPPCALL and ADDRCALL screen a supplier's name and
      *    addresses whenever its record comes through a load,
      *    but the lists themselves change -- RPLOAD promotes a
      *    fresh download and a supplier on file for years can
      *    turn up on it overnight.  Run after each list
      *    promotion (and on the compliance calendar), this
      *    passes every supplier name on SUPPOUT and every
      *    address on ADDROUT through RPSCREEN again.  A new
      *    probable hit goes on the review queue as usual and
      *    onto this run's report; the next load of that
      *    supplier's records then holds its POs.
      *
      *    Nothing is written to the masters.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-05 dastagg       Created for restricted-party
      *                          screening
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPRESCRN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuppOut
           ASSIGN TO SUPPOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SuppOut-SUPPLIER-CODE
           ALTERNATE RECORD KEY IS SuppOut-SUPPLIER-NAME
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

           SELECT AddrOut
           ASSIGN TO "../data/addrout.dat.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS AddrOut-ADDR-KEY
           FILE STATUS IS WS-AddrOut-Status.

           SELECT RescreenRpt
           ASSIGN TO "../data/rp-rescreen-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RescreenRpt-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  AddrOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY ADDROUT REPLACING ==:tag:== BY ==AddrOut==.

       FD  RescreenRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RescreenRpt-Record        PIC X(132).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==AddrOut==.
           COPY WSFST REPLACING ==:tag:== BY ==RescreenRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.

       01  WS-Run-Counters.
           12 WS-Supplier-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Address-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-New-Hit-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Open-Hit-Cnt              PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Scan-Done-Flag            PIC X.
              88 WS-Scan-Done                 VALUE 'Y'.
              88 WS-Scan-More                 VALUE 'N'.

       01  WS-Report-Work.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Score-Edit                PIC ZZ9.

       COPY RPSAREA.
       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Screen-One-Supplier UNTIL WS-Scan-Done.
           CLOSE SuppOut.
           PERFORM 2200-Screen-Addresses.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RPRESCRN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           MOVE WS-Business-Date TO WS-Rps-Business-Date.
           OPEN OUTPUT RescreenRpt.
           MOVE SPACES TO FD-RescreenRpt-Record.
           STRING "RESTRICTED-PARTY RE-SCREEN OF "
              WS-Business-Date
              DELIMITED BY SIZE INTO FD-RescreenRpt-Record.
           PERFORM 2900-Write-Rescreen-Rpt-Line.
           MOVE SPACES TO FD-RescreenRpt-Record.
           MOVE "SUPPLIER" TO FD-RescreenRpt-Record(10:8).
           MOVE "K T SCREENED VALUE" TO
              FD-RescreenRpt-Record(21:18).
           MOVE "SCR LIST" TO FD-RescreenRpt-Record(58:8).
           MOVE "LISTED NAME" TO FD-RescreenRpt-Record(77:11).
           PERFORM 2900-Write-Rescreen-Rpt-Line.
           OPEN INPUT SuppOut.
           SET WS-Scan-More TO TRUE.
           IF NOT WS-SuppOut-Good
              DISPLAY "RPRESCRN: no supplier master -- nothing "
                 "to screen."
              SET WS-Scan-Done TO TRUE
           ELSE
              MOVE LOW-VALUES TO SuppOut-SUPPLIER-CODE
              START SuppOut KEY >= SuppOut-SUPPLIER-CODE
                 INVALID KEY SET WS-Scan-Done TO TRUE
              END-START
           END-IF.

       2000-Screen-One-Supplier.
           READ SuppOut NEXT
              AT END SET WS-Scan-Done TO TRUE
           END-READ.
           IF WS-SuppOut-Good
              IF SuppOut-SUPPLIER-CODE = "*HDR*" OR
                 SuppOut-SUPPLIER-NAME = SPACES
                 CONTINUE
              ELSE
                 ADD +1 TO WS-Supplier-Cnt
                 SET WS-Rps-Screen TO TRUE
                 SET WS-Rps-Kind-Supplier TO TRUE
                 MOVE SuppOut-SUPPLIER-CODE TO WS-Rps-Supplier-Code
                 MOVE SPACE TO WS-Rps-Address-Type
                 MOVE SuppOut-SUPPLIER-NAME TO WS-Rps-Name
                 MOVE SPACES TO WS-Rps-City
                 MOVE SPACES TO WS-Rps-Country
                 CALL 'RPSCREEN' USING WS-Rps-Request
                 PERFORM 2100-Note-Result
              END-IF
           ELSE
              SET WS-Scan-Done TO TRUE
           END-IF.

      *    Every hit still waiting on compliance is counted; only
      *    the ones this run put on the queue get a line -- the
      *    rest are already on RPREVIEW's report.
       2100-Note-Result.
           IF WS-Rps-Open-Hit
              ADD +1 TO WS-Open-Hit-Cnt
              IF WS-Rps-Newly-Queued
                 ADD +1 TO WS-New-Hit-Cnt
                 MOVE WS-Rps-Score TO WS-Score-Edit
                 MOVE SPACES TO FD-RescreenRpt-Record
                 MOVE "NEW HIT" TO FD-RescreenRpt-Record(1:7)
                 MOVE WS-Rps-Supplier-Code TO
                    FD-RescreenRpt-Record(10:10)
                 MOVE WS-Rps-Kind TO FD-RescreenRpt-Record(21:1)
                 MOVE WS-Rps-Address-Type TO
                    FD-RescreenRpt-Record(23:1)
                 MOVE WS-Rps-Name(1:15) TO
                    FD-RescreenRpt-Record(25:15)
                 MOVE WS-Rps-City TO FD-RescreenRpt-Record(41:15)
                 MOVE WS-Score-Edit TO FD-RescreenRpt-Record(58:3)
                 MOVE WS-Rps-List-Source TO
                    FD-RescreenRpt-Record(62:3)
                 MOVE "-" TO FD-RescreenRpt-Record(65:1)
                 MOVE WS-Rps-List-Entry-Id TO
                    FD-RescreenRpt-Record(66:10)
                 MOVE WS-Rps-List-Name TO
                    FD-RescreenRpt-Record(77:40)
                 PERFORM 2900-Write-Rescreen-Rpt-Line
              END-IF
           END-IF.

       2200-Screen-Addresses.
           OPEN INPUT AddrOut.
           IF WS-AddrOut-Good
              PERFORM 2210-Screen-One-Address
                 UNTIL WS-AddrOut-EOF
           END-IF.
           CLOSE AddrOut.

       2210-Screen-One-Address.
           READ AddrOut
              AT END SET WS-AddrOut-EOF TO TRUE
           END-READ.
           IF WS-AddrOut-Good AND AddrOut-ADDRESS-1 > SPACE
              ADD +1 TO WS-Address-Cnt
              SET WS-Rps-Screen TO TRUE
              SET WS-Rps-Kind-Address TO TRUE
              MOVE AddrOut-SUPPLIER-CODE TO WS-Rps-Supplier-Code
              MOVE AddrOut-ADDRESS-TYPE TO WS-Rps-Address-Type
              MOVE AddrOut-ADDRESS-1 TO WS-Rps-Name
              MOVE AddrOut-CITY TO WS-Rps-City
              MOVE AddrOut-COUNTRY-CODE TO WS-Rps-Country
              CALL 'RPSCREEN' USING WS-Rps-Request
              PERFORM 2100-Note-Result
           END-IF.

       2900-Write-Rescreen-Rpt-Line.
           WRITE FD-RescreenRpt-Record.
           IF NOT WS-RescreenRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Rescreen-Rpt-Line"
              DISPLAY "Write RescreenRpt Failed."
              DISPLAY "File Status: " WS-RescreenRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RPRESCRN: 3000-End-Job".
           SET WS-Rps-End TO TRUE.
           CALL 'RPSCREEN' USING WS-Rps-Request.
           CLOSE RescreenRpt.
           DISPLAY "  Rp-Rescrn: Suppliers Screened: "
              WS-Supplier-Cnt.
           DISPLAY "  Rp-Rescrn: Addresses Screened: "
              WS-Address-Cnt.
           DISPLAY "  Rp-Rescrn: Open Hits:          "
              WS-Open-Hit-Cnt.
           DISPLAY "  Rp-Rescrn: New Hits Queued:    "
              WS-New-Hit-Cnt.
