      ***********************************************************
      * Program name:    BOMEXPL
      * Original author: David Stagowski
      *
      *    Description: Vehicle bill-of-materials and build-
      *       schedule explosion into planning demand.
      *
      *    planning-demand.dat.txt has been typed in by hand from
      *    the production schedule, even though every part on
      *    PARTOUT already carries its vehicle.  This multiplies
      *    the vehicle BOM by the build schedule and writes the
      *    planning-demand layout SHORTPRJ reads:
      *       BOM (../data/vehicle-bom.dat.txt):
      *          make 3, model 10, year 4, part 23,
      *          quantity per vehicle 9(5).
      *       Build schedule (../data/build-schedule.dat.txt):
      *          make 3, model 10, year 4, build week (first
      *          day) 9(8), vehicles 9(7).
      *    Each demand is the BOM quantity times the vehicles
      *    built, required the part's WEEKS-LEAD-TIME ahead of
      *    the build week.
      *
      *    A BOM line whose part is not on PARTOUT, or whose make/
      *    model/year is not on vehicle-model.dat.txt, is rejected
      *    on the explosion report and drives no demand -- a bad
      *    BOM can't order parts we don't carry.  A scheduled
      *    vehicle with no good BOM lines is listed too.
      *
      *    Demand goes out in build-schedule order, so send the
      *    schedule by week.  The output is written as
      *    planning-demand-new with a control line, for PROMOTE's
      *    DEMAND pair -- planning reviews the exploded demand
      *    before it replaces the live file.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-09 dastagg       Created for BOM explosion
      * 2026-09-28 dastagg       Model record carries an end-of-
      *                          production date -- FD widened.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMEXPL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BomFile
           ASSIGN TO "../data/vehicle-bom.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BomFile-Status.

           SELECT BuildFile
           ASSIGN TO "../data/build-schedule.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BuildFile-Status.

      *    PARTCALL's ModelFile SELECT is the authority.
           SELECT ModelFile
           ASSIGN TO "../data/vehicle-model.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ModelFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    SHORTPRJ's DemandFile SELECT is the authority on the
      *    live file's shape.
           SELECT DemandNewFile
           ASSIGN TO "../data/planning-demand-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemandNewFile-Status.

           SELECT DemandCtlFile
           ASSIGN TO "../data/planning-demand-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemandCtlFile-Status.

           SELECT ExplodeRpt
           ASSIGN TO "../data/bom-explosion-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ExplodeRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  BomFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Bom-Record.
           05 FD-Bom-Make               PIC X(03).
           05 FD-Bom-Model              PIC X(10).
           05 FD-Bom-Year               PIC X(04).
           05 FD-Bom-Part               PIC X(23).
           05 FD-Bom-Qty-Per            PIC 9(05).

       FD  BuildFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Build-Record.
           05 FD-Build-Make             PIC X(03).
           05 FD-Build-Model            PIC X(10).
           05 FD-Build-Year             PIC X(04).
           05 FD-Build-Week             PIC 9(08).
           05 FD-Build-Vehicles         PIC 9(07).

       FD  ModelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ModelFile-Record          PIC X(29).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  DemandNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Demand-Record.
           05 FD-Demand-Part            PIC X(23).
           05 FD-Demand-Req-Date        PIC 9(08).
           05 FD-Demand-Quantity        PIC 9(07).

       FD  DemandCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DemandCtl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  ExplodeRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExplodeRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==BomFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BuildFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ModelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==DemandNewFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DemandCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExplodeRpt==.

       01  WS-File-Counters.
           12 FD-BomFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-BuildFile-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-Demand-Record-Cnt         PIC S9(9) COMP VALUE ZERO.
           12 FD-ExplodeRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.

       01  WS-Explosion-Counters.
           12 WS-Bom-Rej-Part-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Rej-Model-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Rej-Qty-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Build-No-Bom-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Model-Table-Storage.
           12 WS-Model-Max-Element-Counter PIC S9(4) COMP VALUE +2000.
           12 WS-Model-Occurs-Dep-Counter  PIC S9(4) COMP VALUE ZERO.
           12 WS-Model-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Model-Occurs-Dep-Counter
              INDEXED BY WS-Model-IDX.
              15 WS-Model-Make      PIC X(3).
              15 WS-Model-Name      PIC X(10).
              15 WS-Model-Yr-From   PIC 9(4).
              15 WS-Model-Yr-To     PIC 9(4).
           12 WS-Model-Found-Flag          PIC X.
              88 WS-Model-Found               VALUE 'Y'.
              88 WS-Model-Not-Found           VALUE 'N'.
           12 WS-Model-Hold-Year           PIC 9(4) VALUE ZERO.

      *    Good BOM lines only, each with its part's lead time
      *    from PARTOUT so the explosion needs no second read.
       01  WS-Bom-Table-Storage.
           12 WS-Bom-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Bom-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Bom-Cnt
              INDEXED BY WS-Bom-IDX.
              15 WS-Bom-Vehicle.
                 18 WS-Bom-Make            PIC X(03).
                 18 WS-Bom-Model           PIC X(10).
                 18 WS-Bom-Year            PIC X(04).
              15 WS-Bom-Part               PIC X(23).
              15 WS-Bom-Qty-Per            PIC 9(05).
              15 WS-Bom-Lead-Weeks         PIC S9(4) COMP.

       01  WS-Explode-Work.
           12 WS-Build-Vehicle.
              15 WS-Build-Make             PIC X(03).
              15 WS-Build-Model            PIC X(10).
              15 WS-Build-Year             PIC X(04).
           12 WS-Build-Lines-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Build-Week-Int            PIC 9(10) VALUE ZERO.
           12 WS-Req-Date-Int              PIC 9(10) VALUE ZERO.
           12 WS-Demand-Qty                PIC 9(12) VALUE ZERO.
           12 WS-Reject-Reason             PIC X(30) VALUE SPACES.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       01  WS-Report-Edits.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Cnt-Edit                  PIC Z(6)9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Explode-One-Build
              UNTIL WS-BuildFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "BOMEXPL: 1000-Begin-Job".
           OPEN OUTPUT ExplodeRpt.
           MOVE "VEHICLE BOM / BUILD SCHEDULE EXPLOSION"
              TO FD-ExplodeRpt-Record.
           PERFORM 2900-Write-Explode-Rpt-Line.
           PERFORM 1030-Load-Model-Table.
           OPEN INPUT PartOut.
           IF NOT WS-PartOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "PARTOUT" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PartOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT BomFile.
           IF NOT WS-BomFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "vehicle-bom" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-BomFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1100-Load-One-Bom-Line
              UNTIL WS-BomFile-EOF.
           CLOSE BomFile PartOut.
           OPEN INPUT BuildFile.
           IF NOT WS-BuildFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "build-schedule" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-BuildFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DemandNewFile.

      *    PARTCALL's model table load, row for row -- a missing
      *    model file would let every BOM line through, so here
      *    it is a stop, not a default.
       1030-Load-Model-Table.
           OPEN INPUT ModelFile.
           IF NOT WS-ModelFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "vehicle-model" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1030-Load-Model-Table"
              DISPLAY "File Status: " WS-ModelFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1035-Load-Model UNTIL WS-ModelFile-EOF.
           CLOSE ModelFile.

       1035-Load-Model.
           READ ModelFile
              AT END SET WS-ModelFile-EOF TO TRUE
           END-READ.
           IF WS-ModelFile-Good
              IF WS-Model-Occurs-Dep-Counter >=
                 WS-Model-Max-Element-Counter
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Model-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Model-Occurs-Dep-Counter
              SET WS-Model-IDX TO WS-Model-Occurs-Dep-Counter
              MOVE FD-ModelFile-Record(1:3) TO
                 WS-Model-Make(WS-Model-IDX)
              MOVE FD-ModelFile-Record(4:10) TO
                 WS-Model-Name(WS-Model-IDX)
              IF FD-ModelFile-Record(14:4) IS NUMERIC
                 MOVE FD-ModelFile-Record(14:4) TO
                    WS-Model-Yr-From(WS-Model-IDX)
              ELSE
                 MOVE ZERO TO WS-Model-Yr-From(WS-Model-IDX)
              END-IF
              IF FD-ModelFile-Record(18:4) IS NUMERIC
                 MOVE FD-ModelFile-Record(18:4) TO
                    WS-Model-Yr-To(WS-Model-IDX)
              ELSE
                 MOVE 9999 TO WS-Model-Yr-To(WS-Model-IDX)
              END-IF
           END-IF.

       1100-Load-One-Bom-Line.
           READ BomFile
              AT END SET WS-BomFile-EOF TO TRUE
           END-READ.
           IF WS-BomFile-Good
              ADD +1 TO FD-BomFile-Record-Cnt
              PERFORM 1110-Validate-Bom-Line
              IF WS-Reject-Reason = SPACES
                 PERFORM 1120-Store-Bom-Line
              ELSE
                 MOVE SPACES TO FD-ExplodeRpt-Record
                 STRING "BOM REJECTED " FD-Bom-Make " "
                    FD-Bom-Model " " FD-Bom-Year " "
                    FD-Bom-Part " -- " WS-Reject-Reason
                    DELIMITED BY SIZE INTO FD-ExplodeRpt-Record
                 PERFORM 2900-Write-Explode-Rpt-Line
              END-IF
           END-IF.

       1110-Validate-Bom-Line.
           MOVE SPACES TO WS-Reject-Reason.
           SET WS-Model-Not-Found TO TRUE.
           IF FD-Bom-Year IS NUMERIC
              MOVE FD-Bom-Year TO WS-Model-Hold-Year
              PERFORM VARYING WS-Model-IDX FROM 1 BY 1
                 UNTIL WS-Model-IDX > WS-Model-Occurs-Dep-Counter
                 IF WS-Model-Make(WS-Model-IDX) = FD-Bom-Make AND
                    WS-Model-Name(WS-Model-IDX) = FD-Bom-Model AND
                    WS-Model-Hold-Year NOT <
                    WS-Model-Yr-From(WS-Model-IDX) AND
                    WS-Model-Hold-Year NOT >
                    WS-Model-Yr-To(WS-Model-IDX)
                    SET WS-Model-Found TO TRUE
                    SET WS-Model-IDX TO WS-Model-Occurs-Dep-Counter
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-Model-Not-Found
              MOVE "VEHICLE NOT ON VEHICLE-MODEL" TO
                 WS-Reject-Reason
              ADD +1 TO WS-Bom-Rej-Model-Cnt
           ELSE
              MOVE FD-Bom-Part TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY
                    MOVE "PART NOT ON PARTOUT" TO WS-Reject-Reason
                    ADD +1 TO WS-Bom-Rej-Part-Cnt
              END-READ
           END-IF.
           IF WS-Reject-Reason = SPACES
              IF FD-Bom-Qty-Per IS NOT NUMERIC OR
                 FD-Bom-Qty-Per = ZERO
                 MOVE "QUANTITY PER VEHICLE INVALID" TO
                    WS-Reject-Reason
                 ADD +1 TO WS-Bom-Rej-Qty-Cnt
              END-IF
           END-IF.

       1120-Store-Bom-Line.
           IF WS-Bom-Cnt >= WS-Bom-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Bom-Table-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Bom-Cnt.
           SET WS-Bom-IDX TO WS-Bom-Cnt.
           MOVE FD-Bom-Make TO WS-Bom-Make(WS-Bom-IDX).
           MOVE FD-Bom-Model TO WS-Bom-Model(WS-Bom-IDX).
           MOVE FD-Bom-Year TO WS-Bom-Year(WS-Bom-IDX).
           MOVE FD-Bom-Part TO WS-Bom-Part(WS-Bom-IDX).
           MOVE FD-Bom-Qty-Per TO WS-Bom-Qty-Per(WS-Bom-IDX).
           MOVE PartOut-WEEKS-LEAD-TIME TO
              WS-Bom-Lead-Weeks(WS-Bom-IDX).

       2000-Explode-One-Build.
           READ BuildFile
              AT END SET WS-BuildFile-EOF TO TRUE
           END-READ.
           IF WS-BuildFile-Good
              ADD +1 TO FD-BuildFile-Record-Cnt
              IF FD-Build-Week IS NUMERIC AND
                 FD-Build-Vehicles IS NUMERIC AND
                 FD-Build-Vehicles > ZERO
                 PERFORM 2100-Explode-Build-Line
              ELSE
                 MOVE SPACES TO FD-ExplodeRpt-Record
                 STRING "BUILD SKIPPED " FD-Build-Make " "
                    FD-Build-Model " " FD-Build-Year
                    " -- WEEK OR VEHICLE COUNT INVALID"
                    DELIMITED BY SIZE INTO FD-ExplodeRpt-Record
                 PERFORM 2900-Write-Explode-Rpt-Line
              END-IF
           END-IF.

       2100-Explode-Build-Line.
           MOVE FD-Build-Make TO WS-Build-Make.
           MOVE FD-Build-Model TO WS-Build-Model.
           MOVE FD-Build-Year TO WS-Build-Year.
           MOVE ZERO TO WS-Build-Lines-Cnt.
           COMPUTE WS-Build-Week-Int =
              FUNCTION INTEGER-OF-DATE(FD-Build-Week).
           PERFORM 2110-Explode-One-Bom-Line
              VARYING WS-Bom-IDX FROM 1 BY 1
              UNTIL WS-Bom-IDX > WS-Bom-Cnt.
           IF WS-Build-Lines-Cnt = ZERO
              ADD +1 TO WS-Build-No-Bom-Cnt
              MOVE SPACES TO FD-ExplodeRpt-Record
              STRING "NO BOM       " FD-Build-Make " "
                 FD-Build-Model " " FD-Build-Year
                 " WEEK " FD-Build-Week
                 " -- NO GOOD BOM LINES, NO DEMAND"
                 DELIMITED BY SIZE INTO FD-ExplodeRpt-Record
              PERFORM 2900-Write-Explode-Rpt-Line
           END-IF.

       2110-Explode-One-Bom-Line.
           IF WS-Bom-Vehicle(WS-Bom-IDX) = WS-Build-Vehicle
              ADD +1 TO WS-Build-Lines-Cnt
              COMPUTE WS-Demand-Qty =
                 WS-Bom-Qty-Per(WS-Bom-IDX) * FD-Build-Vehicles
              COMPUTE WS-Req-Date-Int = WS-Build-Week-Int -
                 (WS-Bom-Lead-Weeks(WS-Bom-IDX) * 7)
              MOVE WS-Bom-Part(WS-Bom-IDX) TO FD-Demand-Part
              COMPUTE FD-Demand-Req-Date =
                 FUNCTION DATE-OF-INTEGER(WS-Req-Date-Int)
              IF WS-Demand-Qty > 9999999
                 MOVE 9999999 TO FD-Demand-Quantity
              ELSE
                 MOVE WS-Demand-Qty TO FD-Demand-Quantity
              END-IF
              PERFORM 2200-Write-Demand
           END-IF.

       2200-Write-Demand.
           WRITE FD-Demand-Record.
           IF WS-DemandNewFile-Good
              ADD +1 TO FD-Demand-Record-Cnt
              MOVE SPACES TO WS-Hash-Record
              MOVE FD-Demand-Record TO WS-Hash-Record
              CALL 'PSAPHASH' USING WS-Hash-Record
                 WS-New-File-Hash
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "planning-demand-new" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Write-Demand"
              DISPLAY "File Status: " WS-DemandNewFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       2900-Write-Explode-Rpt-Line.
           WRITE FD-ExplodeRpt-Record.
           IF WS-ExplodeRpt-Good
              ADD +1 TO FD-ExplodeRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "bom-explosion-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Explode-Rpt-Line"
              DISPLAY "File Status: " WS-ExplodeRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "BOMEXPL: 3000-End-Job".
           MOVE FD-Demand-Record-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ExplodeRpt-Record.
           STRING "DEMAND RECORDS WRITTEN: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ExplodeRpt-Record.
           PERFORM 2900-Write-Explode-Rpt-Line.
           CLOSE BuildFile DemandNewFile ExplodeRpt.
      *    The control line PROMOTE verifies the DEMAND pair
      *    against -- count and the PSAPHASH hash of every
      *    record written.
           OPEN OUTPUT DemandCtlFile.
           MOVE FD-Demand-Record-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-DemandCtl-Record.
           CLOSE DemandCtlFile.
           DISPLAY "  Bom-Expl: BOM Lines Read:      "
              FD-BomFile-Record-Cnt.
           DISPLAY "  Bom-Expl: BOM Lines Kept:      " WS-Bom-Cnt.
           DISPLAY "  Bom-Expl: Rejected No Part:    "
              WS-Bom-Rej-Part-Cnt.
           DISPLAY "  Bom-Expl: Rejected No Vehicle: "
              WS-Bom-Rej-Model-Cnt.
           DISPLAY "  Bom-Expl: Rejected Quantity:   "
              WS-Bom-Rej-Qty-Cnt.
           DISPLAY "  Bom-Expl: Build Lines Read:    "
              FD-BuildFile-Record-Cnt.
           DISPLAY "  Bom-Expl: Builds With No BOM:  "
              WS-Build-No-Bom-Cnt.
           DISPLAY "  Bom-Expl: Demand Written:      "
              FD-Demand-Record-Cnt.
