      ***********************************************************
      * Program name:    SCARGEN
      * Original author: David Stagowski
      *
      *    Description: Open supplier corrective action requests
      *       (SCARs) automatically from the inspection rejects
      *       on the supplier quality trend file.
      *
      *    RECMATCH appends one dated block of inspection rejects
      *    per run to SUPPQLTY -- supplier, defect code, part and
      *    quantity rejected.  This totals every block run inside
      *    the fiscal period holding the business date (PSAPBDTE
      *    card, else today) per supplier and defect code; a
      *    supplier whose total reaches VT-SCAR-REJECT-QTY for a
      *    defect code gets a SCAR opened on the keyed SCAR file,
      *    naming the part with the most rejects behind it and
      *    due for the supplier's response VT-SCAR-RESPONSE-DAYS
      *    after today's business date.
      *
      *    A supplier/defect already carrying a SCAR that isn't
      *    closed, or one this job already opened for the same
      *    period, is not opened again -- the job can run every
      *    day of the period and issue each SCAR once.
      *
      *    SCAR numbers are 'SC' plus a 6-digit sequence kept on
      *    ../data/scar-control.dat.txt, shared with SCARMNT's
      *    hand-opened SCARs; a missing file starts at 1.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-25 dastagg       Created for SCAR tracking
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCARGEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    SCARMNT's SELECT is the authority on the keyed SCAR
      *    file.  Opened I-O; a missing file is created on first
      *    use.
           SELECT ScarFile
           ASSIGN TO SCARFILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS Scar-SCAR-NUMBER
           ALTERNATE RECORD KEY IS Scar-SUPPLIER-CODE
              WITH DUPLICATES
           FILE STATUS IS WS-ScarFile-Status.

      *    The dated-block quality trend file -- RECMATCH's
      *    SELECT is the authority on the inspection rows.
           SELECT SuppQualityFile
           ASSIGN TO SUPPQLTY
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SuppQualityFile-Status.

           SELECT ControlFile
           ASSIGN TO "../data/scar-control.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ControlFile-Status.

           SELECT FiscalCalFile
           ASSIGN TO "../data/fiscal-calendar.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FiscalCalFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  ScarFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCARREC REPLACING ==:tag:== BY ==Scar==.

       FD  SuppQualityFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-SuppQuality-Record        PIC X(110).

       FD  ControlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Control-Record.
           05 FD-Ctl-Next-Seq           PIC 9(06).

       FD  FiscalCalFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-FiscalCal-Record.
           05 FD-Cal-Period-Id          PIC X(06).
           05 FD-Cal-Start-Date         PIC 9(08).
           05 FD-Cal-End-Date           PIC 9(08).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==ScarFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppQualityFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ControlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FiscalCalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.

       01  WS-File-Counters.
           12 FD-SuppQuality-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 WS-Period-Row-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Over-Threshold-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Already-Open-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Scar-Opened-Cnt           PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Period-Found-Flag         PIC X.
              88 WS-Period-Found              VALUE 'Y'.
              88 WS-Period-Not-Found          VALUE 'N'.
           12 WS-Block-In-Period-Flag      PIC X VALUE 'N'.
              88 WS-Block-In-Period           VALUE 'Y'.
              88 WS-Block-Out-Of-Period       VALUE 'N'.
           12 WS-Scar-Browse-Done-Flag     PIC X.
              88 WS-Scar-Browse-Done          VALUE 'Y'.
              88 WS-Scar-Browse-More          VALUE 'N'.
           12 WS-Scar-Exists-Flag          PIC X.
              88 WS-Scar-Exists               VALUE 'Y'.
              88 WS-Scar-Not-Exists           VALUE 'N'.

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Period-Id                 PIC X(06) VALUE SPACES.
           12 WS-Period-Start              PIC 9(08) VALUE ZERO.
           12 WS-Period-End                PIC 9(08) VALUE ZERO.
           12 WS-Block-Date                PIC X(08) VALUE SPACES.
           12 WS-Hold-Num                  PIC S9(7) COMP VALUE ZERO.
           12 WS-Due-Int                   PIC 9(10) VALUE ZERO.
      *    Compiled fallbacks for VT-SCAR-REJECT-QTY and
      *    VT-SCAR-RESPONSE-DAYS.
           12 WS-Scar-Reject-Qty           PIC 9(05) VALUE 25.
           12 WS-Scar-Response-Days        PIC 9(03) VALUE 30.

       01  WS-Control-Fields.
           12 WS-Next-Seq                  PIC 9(06) VALUE 1.
           12 WS-Scar-Number.
              15 FILLER                    PIC X(02) VALUE "SC".
              15 WS-Scar-Seq               PIC 9(06) VALUE ZERO.

      *    Rejects in the period per supplier, defect code and
      *    part, as the trend rows carry them.
       01  WS-Part-Tally-Storage.
           12 WS-PT-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PT-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PT-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-PT-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PT-Cnt
              INDEXED BY WS-PT-IDX.
              15 WS-PT-Supplier            PIC X(10).
              15 WS-PT-Defect              PIC X(03).
              15 WS-PT-Part                PIC X(23).
              15 WS-PT-Rejected            PIC S9(7) COMP.

      *    The same rolled up to supplier and defect code -- what
      *    the threshold is tested against.
       01  WS-Defect-Tally-Storage.
           12 WS-DT-Max-Cnt                PIC S9(4) COMP VALUE +999.
           12 WS-DT-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-DT-Match-IDX              PIC S9(4) COMP VALUE ZERO.
           12 WS-DT-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-DT-Cnt
              INDEXED BY WS-DT-IDX.
              15 WS-DT-Supplier            PIC X(10).
              15 WS-DT-Defect              PIC X(03).
              15 WS-DT-Rejected            PIC S9(7) COMP.
              15 WS-DT-Top-Part            PIC X(23).
              15 WS-DT-Top-Rejected        PIC S9(7) COMP.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Tally-One-Quality-Row
              UNTIL WS-SuppQualityFile-EOF.
           PERFORM 2200-Roll-Up-One-Part-Row
              VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-Cnt.
           PERFORM 2300-Test-One-Defect-Row
              VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-Cnt.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "SCARGEN: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           MOVE WS-Today-Date TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           PERFORM 1005-Load-Validation-Thresholds.
           PERFORM 1010-Find-Period.
           IF WS-Period-Not-Found
              MOVE "PSAP016E" TO WS-Msg-Id
              MOVE "NO FISCAL PERIOD FOR DATE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "SCARGEN: business date " WS-Business-Date
                 " is on no fiscal calendar period."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           DISPLAY "SCARGEN rejects for period " WS-Period-Id
              " " WS-Period-Start "-" WS-Period-End
              " threshold " WS-Scar-Reject-Qty.
           PERFORM 1020-Read-Control.
      *    No trend file just means no rejects -- nothing opens.
           OPEN INPUT SuppQualityFile.
           IF NOT WS-SuppQualityFile-Good
              SET WS-SuppQualityFile-EOF TO TRUE
           END-IF.
           OPEN I-O ScarFile.
           IF NOT WS-ScarFile-Good
              OPEN OUTPUT ScarFile
              CLOSE ScarFile
              OPEN I-O ScarFile
           END-IF.
           IF NOT WS-ScarFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "SCARFILE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-ScarFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    or a zero field leaves the compiled fallback.
       1005-Load-Validation-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-SCAR-REJECT-QTY IS NUMERIC AND
                    VT-SCAR-REJECT-QTY > ZERO
                    MOVE VT-SCAR-REJECT-QTY TO WS-Scar-Reject-Qty
                 END-IF
                 IF VT-SCAR-RESPONSE-DAYS IS NUMERIC AND
                    VT-SCAR-RESPONSE-DAYS > ZERO
                    MOVE VT-SCAR-RESPONSE-DAYS TO
                       WS-Scar-Response-Days
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.

       1010-Find-Period.
           SET WS-Period-Not-Found TO TRUE.
           OPEN INPUT FiscalCalFile.
           IF WS-FiscalCalFile-Good
              PERFORM 1015-Check-One-Period
                 UNTIL WS-FiscalCalFile-EOF OR WS-Period-Found
              CLOSE FiscalCalFile
           END-IF.

       1015-Check-One-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good
              IF FD-Cal-Start-Date IS NUMERIC AND
                 FD-Cal-End-Date IS NUMERIC
                 IF WS-Business-Date >= FD-Cal-Start-Date AND
                    WS-Business-Date <= FD-Cal-End-Date
                    SET WS-Period-Found TO TRUE
                    MOVE FD-Cal-Period-Id TO WS-Period-Id
                    MOVE FD-Cal-Start-Date TO WS-Period-Start
                    MOVE FD-Cal-End-Date TO WS-Period-End
                 END-IF
              END-IF
           END-IF.

      *    A missing control file just means the first run --
      *    SCAR numbers start at 1.
       1020-Read-Control.
           OPEN INPUT ControlFile.
           IF WS-ControlFile-Good
              READ ControlFile
              IF WS-ControlFile-Good
                 IF FD-Ctl-Next-Seq IS NUMERIC AND
                    FD-Ctl-Next-Seq > ZERO
                    MOVE FD-Ctl-Next-Seq TO WS-Next-Seq
                 END-IF
              END-IF
           END-IF.
           CLOSE ControlFile.

      *    Each block opens with its "RUN yyyymmdd" line; only the
      *    inspection rows (DEFECT tag) of a block run inside the
      *    period count.  The driver's validation rows share the
      *    file and are passed over.
       2000-Tally-One-Quality-Row.
           READ SuppQualityFile
              AT END SET WS-SuppQualityFile-EOF TO TRUE
           END-READ.
           IF WS-SuppQualityFile-Good
              ADD +1 TO FD-SuppQuality-Record-Cnt
              IF FD-SuppQuality-Record(1:4) = "RUN "
                 MOVE FD-SuppQuality-Record(5:8) TO WS-Block-Date
                 IF WS-Block-Date IS NUMERIC AND
                    WS-Block-Date >= WS-Period-Start AND
                    WS-Block-Date <= WS-Period-End
                    SET WS-Block-In-Period TO TRUE
                 ELSE
                    SET WS-Block-Out-Of-Period TO TRUE
                 END-IF
              ELSE
                 IF WS-Block-In-Period AND
                    FD-SuppQuality-Record(26:6) = "DEFECT" AND
                    FD-SuppQuality-Record(14:10) > SPACES AND
                    FD-SuppQuality-Record(33:3) > SPACES AND
                    FD-SuppQuality-Record(47:7) > SPACES
                    ADD +1 TO WS-Period-Row-Cnt
                    COMPUTE WS-Hold-Num =
                       FUNCTION NUMVAL(FD-SuppQuality-Record(47:7))
                    PERFORM 2100-Tally-Part-Row
                 END-IF
              END-IF
           END-IF.

       2100-Tally-Part-Row.
           MOVE ZERO TO WS-PT-Match-IDX.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-PT-Cnt
              IF WS-PT-Supplier(WS-PT-IDX) =
                 FD-SuppQuality-Record(14:10) AND
                 WS-PT-Defect(WS-PT-IDX) =
                 FD-SuppQuality-Record(33:3) AND
                 WS-PT-Part(WS-PT-IDX) =
                 FD-SuppQuality-Record(61:23)
                 SET WS-PT-Match-IDX TO WS-PT-IDX
                 SET WS-PT-IDX TO WS-PT-Cnt
              END-IF
           END-PERFORM.
           IF WS-PT-Match-IDX = ZERO
              IF WS-PT-Cnt >= WS-PT-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Part-Tally-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-PT-Cnt
              SET WS-PT-Match-IDX TO WS-PT-Cnt
              MOVE FD-SuppQuality-Record(14:10) TO
                 WS-PT-Supplier(WS-PT-Match-IDX)
              MOVE FD-SuppQuality-Record(33:3) TO
                 WS-PT-Defect(WS-PT-Match-IDX)
              MOVE FD-SuppQuality-Record(61:23) TO
                 WS-PT-Part(WS-PT-Match-IDX)
              MOVE ZERO TO WS-PT-Rejected(WS-PT-Match-IDX)
           END-IF.
           ADD WS-Hold-Num TO WS-PT-Rejected(WS-PT-Match-IDX).

       2200-Roll-Up-One-Part-Row.
           MOVE ZERO TO WS-DT-Match-IDX.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
              UNTIL WS-DT-IDX > WS-DT-Cnt
              IF WS-DT-Supplier(WS-DT-IDX) =
                 WS-PT-Supplier(WS-PT-IDX) AND
                 WS-DT-Defect(WS-DT-IDX) = WS-PT-Defect(WS-PT-IDX)
                 SET WS-DT-Match-IDX TO WS-DT-IDX
                 SET WS-DT-IDX TO WS-DT-Cnt
              END-IF
           END-PERFORM.
           IF WS-DT-Match-IDX = ZERO
              IF WS-DT-Cnt >= WS-DT-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Defect-Tally-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-DT-Cnt
              SET WS-DT-Match-IDX TO WS-DT-Cnt
              MOVE WS-PT-Supplier(WS-PT-IDX) TO
                 WS-DT-Supplier(WS-DT-Match-IDX)
              MOVE WS-PT-Defect(WS-PT-IDX) TO
                 WS-DT-Defect(WS-DT-Match-IDX)
              MOVE ZERO TO WS-DT-Rejected(WS-DT-Match-IDX)
                           WS-DT-Top-Rejected(WS-DT-Match-IDX)
              MOVE SPACES TO WS-DT-Top-Part(WS-DT-Match-IDX)
           END-IF.
           ADD WS-PT-Rejected(WS-PT-IDX) TO
              WS-DT-Rejected(WS-DT-Match-IDX).
           IF WS-PT-Rejected(WS-PT-IDX) >
              WS-DT-Top-Rejected(WS-DT-Match-IDX)
              MOVE WS-PT-Rejected(WS-PT-IDX) TO
                 WS-DT-Top-Rejected(WS-DT-Match-IDX)
              MOVE WS-PT-Part(WS-PT-IDX) TO
                 WS-DT-Top-Part(WS-DT-Match-IDX)
           END-IF.

       2300-Test-One-Defect-Row.
           IF WS-DT-Rejected(WS-DT-IDX) >= WS-Scar-Reject-Qty
              ADD +1 TO WS-Over-Threshold-Cnt
              PERFORM 2310-Check-Existing-Scar
              IF WS-Scar-Exists
                 ADD +1 TO WS-Already-Open-Cnt
              ELSE
                 PERFORM 2400-Open-Scar
              END-IF
           END-IF.

      *    Every SCAR the supplier has sits together on the
      *    alternate key -- START there and READ NEXT while the
      *    supplier holds.
       2310-Check-Existing-Scar.
           SET WS-Scar-Not-Exists TO TRUE.
           SET WS-Scar-Browse-More TO TRUE.
           MOVE WS-DT-Supplier(WS-DT-IDX) TO Scar-SUPPLIER-CODE.
           START ScarFile KEY >= Scar-SUPPLIER-CODE
              INVALID KEY SET WS-Scar-Browse-Done TO TRUE
           END-START.
           PERFORM 2320-Check-One-Scar
              UNTIL WS-Scar-Browse-Done.

       2320-Check-One-Scar.
           READ ScarFile NEXT
              AT END SET WS-Scar-Browse-Done TO TRUE
           END-READ.
           IF WS-ScarFile-Good AND
              Scar-SUPPLIER-CODE = WS-DT-Supplier(WS-DT-IDX)
              IF Scar-DEFECT-CODE = WS-DT-Defect(WS-DT-IDX)
                 IF Scar-SCAR-NOT-CLOSED OR
                    (Scar-AUTO-OPENED AND
                     Scar-PERIOD-ID = WS-Period-Id)
                    SET WS-Scar-Exists TO TRUE
                    SET WS-Scar-Browse-Done TO TRUE
                 END-IF
              END-IF
           ELSE
              SET WS-Scar-Browse-Done TO TRUE
           END-IF.

       2400-Open-Scar.
           MOVE WS-Next-Seq TO WS-Scar-Seq.
           ADD +1 TO WS-Next-Seq.
           MOVE SPACES TO Scar-SCAR-REC.
           MOVE WS-Scar-Number TO Scar-SCAR-NUMBER.
           MOVE WS-DT-Supplier(WS-DT-IDX) TO Scar-SUPPLIER-CODE.
           MOVE WS-DT-Top-Part(WS-DT-IDX) TO Scar-PART-NUMBER.
           MOVE WS-DT-Defect(WS-DT-IDX) TO Scar-DEFECT-CODE.
           MOVE WS-Business-Date TO Scar-OPENED-DATE.
           COMPUTE WS-Due-Int =
              FUNCTION INTEGER-OF-DATE(WS-Business-Date) +
              WS-Scar-Response-Days.
           COMPUTE Scar-RESPONSE-DUE =
              FUNCTION DATE-OF-INTEGER(WS-Due-Int).
           MOVE ZERO TO Scar-CONTAINMENT-DATE Scar-RESPONSE-DATE
                        Scar-CLOSED-DATE.
           SET Scar-SCAR-OPEN TO TRUE.
           SET Scar-AUTO-OPENED TO TRUE.
           MOVE WS-Period-Id TO Scar-PERIOD-ID.
           MOVE WS-DT-Rejected(WS-DT-IDX) TO Scar-REJECT-QTY.
           WRITE Scar-SCAR-REC.
           IF NOT WS-ScarFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "SCARFILE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2400-Open-Scar"
              DISPLAY "File Status: " WS-ScarFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Scar-Opened-Cnt.
           DISPLAY "SCAR OPENED: " Scar-SCAR-NUMBER " "
              Scar-SUPPLIER-CODE " DEFECT " Scar-DEFECT-CODE
              " PART " Scar-PART-NUMBER
              " REJ " Scar-REJECT-QTY " DUE " Scar-RESPONSE-DUE.

       3000-End-Job.
           DISPLAY "SCARGEN: 3000-End-Job".
           CLOSE SuppQualityFile ScarFile.
           PERFORM 3010-Write-Control.
           DISPLAY "  Scar-Gen: Trend Rows Read:    "
              FD-SuppQuality-Record-Cnt.
           DISPLAY "  Scar-Gen: Period Reject Rows: "
              WS-Period-Row-Cnt.
           DISPLAY "  Scar-Gen: Over Threshold:     "
              WS-Over-Threshold-Cnt.
           DISPLAY "  Scar-Gen: Already Carried:    "
              WS-Already-Open-Cnt.
           DISPLAY "  Scar-Gen: SCARs Opened:       "
              WS-Scar-Opened-Cnt.

       3010-Write-Control.
           OPEN OUTPUT ControlFile.
           MOVE WS-Next-Seq TO FD-Ctl-Next-Seq.
           WRITE FD-Control-Record.
           IF NOT WS-ControlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "scar-control" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3010-Write-Control"
              DISPLAY "File Status: " WS-ControlFile-Status
              MOVE +8 TO RETURN-CODE
           END-IF.
           CLOSE ControlFile.
