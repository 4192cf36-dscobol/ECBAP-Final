      ***********************************************************
      * Program name:    EOPEXPO
      * Original author: David Stagowski
      *
      *    Description: End-of-production exposure -- open PO
      *       quantity still to arrive for parts whose vehicles
      *       are going out of build.
      *
      *    Each vehicle-model row carries an end-of-production
      *    date (REFMAINT, positions 22-29; blank while the model
      *    is still in build).  A part is at risk when every
      *    vehicle it goes on -- its own PARTOUT make/model/year
      *    plus any vehicle-bom.dat.txt line using it -- has an
      *    end date on or before today plus the horizon.  The
      *    horizon is VT-EOP-HORIZON-DAYS on the threshold
      *    record, 180 days if not set.  A vehicle not on the
      *    model file is treated as still in build.
      *
      *    For each at-risk part, every POOUT PO not closed on
      *    the receipts-matching status file and due to deliver
      *    after the part's last vehicle end date is exposure:
      *    the full quantity for an open PO, ordered less
      *    received for a partial one.  Value is at the PO price
      *    with a USD equivalent at the exchange-rate.dat.txt
      *    rates (USD needs no row; a currency with no rate is
      *    left out of the USD totals and flagged).
      *
      *    Report (../data/eop-exposure-rpt.dat.txt) is sorted by
      *    buyer, then part, with part and buyer totals, so each
      *    buyer can cancel or cut before the supplier ships.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-28 dastagg       Created for EOP exposure
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOPEXPO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PartOut's own SELECT in PARTCALL.cbl is the authority
      *    -- ACCESS IS DYNAMIC to walk the whole part master.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

      *    PARTCALL's ModelFile SELECT is the authority.
           SELECT ModelFile
           ASSIGN TO "../data/vehicle-model.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ModelFile-Status.

      *    BOMEXPL's BomFile SELECT is the authority.  No BOM
      *    just means each part is judged on its own vehicle.
           SELECT BomFile
           ASSIGN TO "../data/vehicle-bom.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BomFile-Status.

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

      *    ExchRateFile's own SELECT in POCALL.cbl is the
      *    authority -- code(3), rate zoned 9(3)V9(6).
           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

           SELECT ValThreshFile
           ASSIGN TO "../data/val-thresholds.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ValThreshFile-Status.

           SELECT ExpoRpt
           ASSIGN TO "../data/eop-exposure-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-ExpoRpt-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  ModelFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ModelFile-Record.
           05 FD-Model-Make             PIC X(03).
           05 FD-Model-Name             PIC X(10).
           05 FD-Model-Yr-From          PIC X(04).
           05 FD-Model-Yr-To            PIC X(04).
           05 FD-Model-Eop-Date         PIC X(08).

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

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  ValThreshFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY VALTHRSH.

       FD  ExpoRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExpoRpt-Record            PIC X(132).

       SD  SortFile.
       01  Sort-Record.
           05 Sort-Buyer             PIC X(03).
           05 Sort-Part              PIC X(23).
           05 Sort-PO-Number         PIC X(06).
           05 Sort-Supplier          PIC X(10).
           05 Sort-Delivery-Date     PIC X(08).
           05 Sort-Eop-Date          PIC 9(08).
           05 Sort-PO-Status         PIC X(01).
           05 Sort-Open-Qty          PIC 9(08).
           05 Sort-Currency          PIC X(03).
           05 Sort-Value             PIC S9(13)V99 COMP-3.
           05 Sort-Usd-Value         PIC S9(13)V99 COMP-3.
           05 Sort-Rate-Flag         PIC X(01).
              88 Sort-Has-Rate          VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ModelFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BomFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ValThreshFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExpoRpt==.

       01  WS-File-Counters.
           12 FD-PartOut-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-ExpoRpt-Record-Cnt        PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Counters.
           12 WS-Expo-PO-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Expo-Part-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Missing-Rate-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Scan-Flag                 PIC X VALUE 'N'.
              88 WS-Scan-Done                 VALUE 'Y'.
              88 WS-Scan-More                 VALUE 'N'.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-Part-Risk-Flag            PIC X.
              88 WS-Part-At-Risk              VALUE 'Y'.
              88 WS-Part-Not-At-Risk          VALUE 'N'.
           12 WS-Part-Has-Vehicle-Flag     PIC X.
              88 WS-Part-Has-Vehicle          VALUE 'Y'.
              88 WS-Part-No-Vehicle           VALUE 'N'.

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Horizon-End-Date          PIC 9(08) VALUE ZERO.
      *    Compiled fallback for VT-EOP-HORIZON-DAYS.
           12 WS-Horizon-Days              PIC 9(03) VALUE 180.
           12 WS-Part-Eop-Date             PIC 9(08) VALUE ZERO.
           12 WS-Veh-Make                  PIC X(03) VALUE SPACES.
           12 WS-Veh-Model                 PIC X(10) VALUE SPACES.
           12 WS-Veh-Year                  PIC X(04) VALUE SPACES.
           12 WS-Veh-Eop-Date              PIC 9(08) VALUE ZERO.
           12 WS-Received-Qty              PIC S9(9) COMP VALUE ZERO.
           12 WS-Open-Qty                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Hold-Currency             PIC X(03) VALUE SPACES.

      *    Models with their production years and end date --
      *    zero when the model is still in build.
       01  WS-Model-Storage.
           12 WS-Model-Max-Cnt             PIC S9(4) COMP VALUE +2000.
           12 WS-Model-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Model-Table OCCURS 0 TO 2000 TIMES
              DEPENDING ON WS-Model-Cnt
              INDEXED BY WS-Model-IDX.
              15 WS-Model-Make             PIC X(03).
              15 WS-Model-Name             PIC X(10).
              15 WS-Model-Yr-From          PIC X(04).
              15 WS-Model-Yr-To            PIC X(04).
              15 WS-Model-Eop-Date         PIC 9(08).

       01  WS-Bom-Storage.
           12 WS-Bom-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Bom-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Bom-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Bom-Cnt
              INDEXED BY WS-Bom-IDX.
              15 WS-Bom-Part               PIC X(23).
              15 WS-Bom-Make               PIC X(03).
              15 WS-Bom-Model              PIC X(10).
              15 WS-Bom-Year               PIC X(04).

      *    Parts whose every vehicle ends inside the horizon, with
      *    the last of those end dates.
       01  WS-Risk-Part-Storage.
           12 WS-Risk-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Risk-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Risk-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Risk-Cnt
              INDEXED BY WS-Risk-IDX.
              15 WS-Risk-Part              PIC X(23).
              15 WS-Risk-Eop-Date          PIC 9(08).
           12 WS-Risk-Match-IDX            PIC S9(4) COMP VALUE ZERO.

       01  WS-PO-Status-Storage.
           12 WS-Stat-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Stat-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Stat-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Stat-Cnt
              INDEXED BY WS-Stat-IDX.
              15 WS-Stat-PO-Number         PIC X(06).
              15 WS-Stat-Status            PIC X(01).
              15 WS-Stat-Qty-Received      PIC S9(9) COMP.
           12 WS-Hold-PO-Status            PIC X(01).
              88 WS-Hold-PO-Open              VALUE 'O'.
              88 WS-Hold-PO-Partial           VALUE 'P'.
              88 WS-Hold-PO-Closed            VALUE 'C'.

       01  WS-Exch-Rate-Storage.
           12 WS-Exch-Rate-Max-Cnt         PIC S9(4) COMP VALUE +99.
           12 WS-Exch-Rate-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Exch-Rate-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Exch-Rate-Cnt
              INDEXED BY WS-Exch-Rate-IDX.
              15 WS-Exch-Rate-Code         PIC X(03).
              15 WS-Exch-Rate-Value        PIC 9(03)V9(06).
           12 WS-Exch-Rate-Found-Flag      PIC X.
              88 WS-Exch-Rate-Found           VALUE 'Y'.
              88 WS-Exch-Rate-Not-Found       VALUE 'N'.
           12 WS-Exch-Rate-Hold            PIC 9(03)V9(06) VALUE ZERO.
           12 WS-Exch-Rate-Rec-Layout.
              15 WS-ERR-Code               PIC X(03).
              15 WS-ERR-Rate               PIC 9(03)V9(06).
              15 FILLER                    PIC X(13).

       01  WS-Control-Break-Fields.
           12 WS-Prev-Buyer                PIC X(03) VALUE SPACES.
           12 WS-Prev-Part                 PIC X(23) VALUE SPACES.
           12 WS-Part-Qty                  PIC S9(9) COMP VALUE ZERO.
           12 WS-Part-Usd                  PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
           12 WS-Buyer-Qty                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Buyer-Usd                 PIC S9(13)V99 COMP-3
                                              VALUE ZERO.
           12 WS-Grand-Qty                 PIC S9(9) COMP VALUE ZERO.
           12 WS-Grand-Usd                 PIC S9(13)V99 COMP-3
                                              VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(8)9.
           12 WS-Amount-Edit               PIC -(12)9.99.
           12 WS-Usd-Edit                  PIC -(12)9.99.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Days-Edit                 PIC ZZ9.
           12 WS-Status-Text               PIC X(07) VALUE SPACES.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 1100-Find-Risk-Parts UNTIL WS-Scan-Done.
           SORT SortFile
              ON ASCENDING KEY Sort-Buyer
              ON ASCENDING KEY Sort-Part
              ON ASCENDING KEY Sort-Delivery-Date
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 2000-Release-Records
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Write-Exposure
                 THRU 3599-Exposure-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "EOPEXPO: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1005-Load-Validation-Thresholds.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           COMPUTE WS-Horizon-End-Date =
              FUNCTION DATE-OF-INTEGER(WS-Today-Int + WS-Horizon-Days).
           PERFORM 1010-Load-Model-Table.
           PERFORM 1020-Load-Bom-Table.
           PERFORM 1030-Load-PO-Status-Table.
           PERFORM 1040-Load-Exch-Rates.
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
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1000-Begin-Job"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT ExpoRpt.
           MOVE WS-Horizon-Days TO WS-Days-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "END-OF-PRODUCTION PO EXPOSURE  RUN " WS-Today-Date
              "  HORIZON " WS-Days-Edit " DAYS TO "
              WS-Horizon-End-Date
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           SET WS-Scan-More TO TRUE.
           MOVE LOW-VALUES TO PartOut-PART-NUMBER.
           START PartOut KEY >= PartOut-PART-NUMBER
              INVALID KEY SET WS-Scan-Done TO TRUE
           END-START.

      *    Read once per run, the VALTHRSH idiom -- a missing file
      *    or a zero field leaves the compiled fallback.
       1005-Load-Validation-Thresholds.
           OPEN INPUT ValThreshFile.
           IF WS-ValThreshFile-Good
              READ ValThreshFile
              IF WS-ValThreshFile-Good
                 IF VT-EOP-HORIZON-DAYS IS NUMERIC AND
                    VT-EOP-HORIZON-DAYS > ZERO
                    MOVE VT-EOP-HORIZON-DAYS TO WS-Horizon-Days
                 END-IF
              END-IF
              CLOSE ValThreshFile
           END-IF.

       1010-Load-Model-Table.
           OPEN INPUT ModelFile.
           IF NOT WS-ModelFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "vehicle-model" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1010-Load-Model-Table"
              DISPLAY "File Status: " WS-ModelFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1015-Load-One-Model UNTIL WS-ModelFile-EOF.
           CLOSE ModelFile.

       1015-Load-One-Model.
           READ ModelFile
              AT END SET WS-ModelFile-EOF TO TRUE
           END-READ.
           IF WS-ModelFile-Good
              IF WS-Model-Cnt >= WS-Model-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Model-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Model-Cnt
              SET WS-Model-IDX TO WS-Model-Cnt
              MOVE FD-Model-Make TO WS-Model-Make(WS-Model-IDX)
              MOVE FD-Model-Name TO WS-Model-Name(WS-Model-IDX)
              MOVE FD-Model-Yr-From TO WS-Model-Yr-From(WS-Model-IDX)
              MOVE FD-Model-Yr-To TO WS-Model-Yr-To(WS-Model-IDX)
              IF FD-Model-Eop-Date IS NUMERIC
                 MOVE FD-Model-Eop-Date TO
                    WS-Model-Eop-Date(WS-Model-IDX)
              ELSE
                 MOVE ZERO TO WS-Model-Eop-Date(WS-Model-IDX)
              END-IF
           END-IF.

       1020-Load-Bom-Table.
           OPEN INPUT BomFile.
           IF WS-BomFile-Good
              PERFORM 1025-Load-One-Bom UNTIL WS-BomFile-EOF
              CLOSE BomFile
           END-IF.

       1025-Load-One-Bom.
           READ BomFile
              AT END SET WS-BomFile-EOF TO TRUE
           END-READ.
           IF WS-BomFile-Good AND FD-Bom-Part > SPACES
              IF WS-Bom-Cnt >= WS-Bom-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Bom-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Bom-Cnt
              SET WS-Bom-IDX TO WS-Bom-Cnt
              MOVE FD-Bom-Part TO WS-Bom-Part(WS-Bom-IDX)
              MOVE FD-Bom-Make TO WS-Bom-Make(WS-Bom-IDX)
              MOVE FD-Bom-Model TO WS-Bom-Model(WS-Bom-IDX)
              MOVE FD-Bom-Year TO WS-Bom-Year(WS-Bom-IDX)
           END-IF.

       1030-Load-PO-Status-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              PERFORM 1035-Load-One-PO-Status
                 UNTIL WS-PoStatusFile-EOF
              CLOSE PoStatusFile
           END-IF.

       1035-Load-One-PO-Status.
           READ PoStatusFile
              AT END SET WS-PoStatusFile-EOF TO TRUE
           END-READ.
           IF WS-PoStatusFile-Good
              IF WS-Stat-Cnt >= WS-Stat-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-PO-Status-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Stat-Cnt
              SET WS-Stat-IDX TO WS-Stat-Cnt
              MOVE FD-PoStatus-Record(1:6) TO
                 WS-Stat-PO-Number(WS-Stat-IDX)
              MOVE FD-PoStatus-Record(7:1) TO
                 WS-Stat-Status(WS-Stat-IDX)
              MOVE FUNCTION NUMVAL(FD-PoStatus-Record(15:7)) TO
                 WS-Stat-Qty-Received(WS-Stat-IDX)
           END-IF.

       1040-Load-Exch-Rates.
           OPEN INPUT ExchRateFile.
           IF WS-ExchRateFile-Good
              PERFORM 1045-Load-One-Rate
                 UNTIL WS-ExchRateFile-EOF
              CLOSE ExchRateFile
           END-IF.

       1045-Load-One-Rate.
           READ ExchRateFile
              AT END SET WS-ExchRateFile-EOF TO TRUE
           END-READ.
           IF WS-ExchRateFile-Good
              IF WS-Exch-Rate-Cnt >= WS-Exch-Rate-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Exch-Rate-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Exch-Rate-Cnt
              SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              MOVE FD-ExchRateFile-Record TO WS-Exch-Rate-Rec-Layout
              MOVE WS-ERR-Code TO
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
              MOVE WS-ERR-Rate TO
                 WS-Exch-Rate-Value(WS-Exch-Rate-IDX)
           END-IF.

      *    One pass of the part master: a part is at risk only if
      *    it goes on at least one vehicle and every one of them
      *    ends inside the horizon.
       1100-Find-Risk-Parts.
           READ PartOut NEXT
              AT END SET WS-Scan-Done TO TRUE
           END-READ.
           IF WS-PartOut-Good
              IF PartOut-PART-NUMBER(1:5) NOT = "*HDR*"
                 ADD +1 TO FD-PartOut-Record-Cnt
                 SET WS-Part-At-Risk TO TRUE
                 SET WS-Part-No-Vehicle TO TRUE
                 MOVE ZERO TO WS-Part-Eop-Date
                 IF PartOut-VEHICLE-MAKE > SPACES
                    MOVE PartOut-VEHICLE-MAKE TO WS-Veh-Make
                    MOVE PartOut-VEHICLE-MODEL TO WS-Veh-Model
                    MOVE PartOut-VEHICLE-YEAR TO WS-Veh-Year
                    PERFORM 1120-Judge-Vehicle
                 END-IF
                 PERFORM 1110-Judge-Bom-Line
                    VARYING WS-Bom-IDX FROM 1 BY 1
                    UNTIL WS-Bom-IDX > WS-Bom-Cnt
                       OR WS-Part-Not-At-Risk
                 IF WS-Part-At-Risk AND WS-Part-Has-Vehicle
                    PERFORM 1140-Add-Risk-Part
                 END-IF
              END-IF
           ELSE
              IF NOT WS-Scan-Done
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "PARTOUT" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1100-Find-Risk-Parts"
                 DISPLAY "File Status: " WS-PartOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       1110-Judge-Bom-Line.
           IF WS-Bom-Part(WS-Bom-IDX) = PartOut-PART-NUMBER
              MOVE WS-Bom-Make(WS-Bom-IDX) TO WS-Veh-Make
              MOVE WS-Bom-Model(WS-Bom-IDX) TO WS-Veh-Model
              MOVE WS-Bom-Year(WS-Bom-IDX) TO WS-Veh-Year
              PERFORM 1120-Judge-Vehicle
           END-IF.

      *    A vehicle not on the model file, or with no end date,
      *    or ending after the horizon keeps the part in build.
       1120-Judge-Vehicle.
           SET WS-Part-Has-Vehicle TO TRUE.
           MOVE ZERO TO WS-Veh-Eop-Date.
           PERFORM VARYING WS-Model-IDX FROM 1 BY 1
              UNTIL WS-Model-IDX > WS-Model-Cnt
              IF WS-Model-Make(WS-Model-IDX) = WS-Veh-Make AND
                 WS-Model-Name(WS-Model-IDX) = WS-Veh-Model AND
                 WS-Veh-Year >= WS-Model-Yr-From(WS-Model-IDX) AND
                 WS-Veh-Year <= WS-Model-Yr-To(WS-Model-IDX)
                 MOVE WS-Model-Eop-Date(WS-Model-IDX) TO
                    WS-Veh-Eop-Date
                 SET WS-Model-IDX TO WS-Model-Cnt
              END-IF
           END-PERFORM.
           IF WS-Veh-Eop-Date = ZERO OR
              WS-Veh-Eop-Date > WS-Horizon-End-Date
              SET WS-Part-Not-At-Risk TO TRUE
           ELSE
              IF WS-Veh-Eop-Date > WS-Part-Eop-Date
                 MOVE WS-Veh-Eop-Date TO WS-Part-Eop-Date
              END-IF
           END-IF.

       1140-Add-Risk-Part.
           IF WS-Risk-Cnt >= WS-Risk-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Risk-Part-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Risk-Cnt.
           SET WS-Risk-IDX TO WS-Risk-Cnt.
           MOVE PartOut-PART-NUMBER TO WS-Risk-Part(WS-Risk-IDX).
           MOVE WS-Part-Eop-Date TO WS-Risk-Eop-Date(WS-Risk-IDX).

       2000-Release-Records.
           IF WS-Risk-Cnt > ZERO
              PERFORM 2010-Release-One-PO UNTIL WS-PoOut-EOF
           END-IF.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2020-Find-Risk-Part
                 IF WS-Risk-Match-IDX > ZERO
                    IF PoOut-DELIVERY-DATE >
                       WS-Risk-Eop-Date(WS-Risk-Match-IDX)
                       PERFORM 2030-Release-Exposure
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT WS-PoOut-EOF
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 2010-Release-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2020-Find-Risk-Part.
           MOVE ZERO TO WS-Risk-Match-IDX.
           PERFORM VARYING WS-Risk-IDX FROM 1 BY 1
              UNTIL WS-Risk-IDX > WS-Risk-Cnt
              IF WS-Risk-Part(WS-Risk-IDX) = PoOut-PART-NUMBER
                 SET WS-Risk-Match-IDX TO WS-Risk-IDX
                 SET WS-Risk-IDX TO WS-Risk-Cnt
              END-IF
           END-PERFORM.

      *    Open POs carry their whole quantity; a partial one only
      *    what is still to be received.
       2030-Release-Exposure.
           MOVE 'O' TO WS-Hold-PO-Status.
           MOVE ZERO TO WS-Received-Qty.
           PERFORM VARYING WS-Stat-IDX FROM 1 BY 1
              UNTIL WS-Stat-IDX > WS-Stat-Cnt
              IF WS-Stat-PO-Number(WS-Stat-IDX) = PoOut-PO-NUMBER
                 MOVE WS-Stat-Status(WS-Stat-IDX) TO
                    WS-Hold-PO-Status
                 MOVE WS-Stat-Qty-Received(WS-Stat-IDX) TO
                    WS-Received-Qty
                 SET WS-Stat-IDX TO WS-Stat-Cnt
              END-IF
           END-PERFORM.
           IF WS-Hold-PO-Partial
              COMPUTE WS-Open-Qty = PoOut-QUANTITY - WS-Received-Qty
           ELSE
              MOVE PoOut-QUANTITY TO WS-Open-Qty
           END-IF.
           IF NOT WS-Hold-PO-Closed AND WS-Open-Qty > ZERO
              MOVE PoOut-BUYER-CODE TO Sort-Buyer
              MOVE PoOut-PART-NUMBER TO Sort-Part
              MOVE PoOut-PO-NUMBER TO Sort-PO-Number
              MOVE PoOut-SUPPLIER-CODE TO Sort-Supplier
              MOVE PoOut-DELIVERY-DATE TO Sort-Delivery-Date
              MOVE WS-Risk-Eop-Date(WS-Risk-Match-IDX) TO
                 Sort-Eop-Date
              MOVE WS-Hold-PO-Status TO Sort-PO-Status
              MOVE WS-Open-Qty TO Sort-Open-Qty
              MOVE PoOut-CURRENCY-CODE TO Sort-Currency
              COMPUTE Sort-Value ROUNDED =
                 WS-Open-Qty * PoOut-UNIT-PRICE
              MOVE PoOut-CURRENCY-CODE TO WS-Hold-Currency
              PERFORM 2040-Find-Current-Rate
              IF WS-Exch-Rate-Found
                 MOVE 'Y' TO Sort-Rate-Flag
                 COMPUTE Sort-Usd-Value ROUNDED =
                    Sort-Value * WS-Exch-Rate-Hold
              ELSE
                 MOVE 'N' TO Sort-Rate-Flag
                 MOVE ZERO TO Sort-Usd-Value
              END-IF
              RELEASE Sort-Record
           END-IF.

      *    US dollars need no rate row to convert one for one --
      *    the 6140-Convert-Value-To-USD stance in POCALL.
       2040-Find-Current-Rate.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           PERFORM VARYING WS-Exch-Rate-IDX FROM 1 BY 1
              UNTIL WS-Exch-Rate-IDX > WS-Exch-Rate-Cnt
              IF WS-Hold-Currency =
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
                 SET WS-Exch-Rate-Found TO TRUE
                 MOVE WS-Exch-Rate-Value(WS-Exch-Rate-IDX) TO
                    WS-Exch-Rate-Hold
                 SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              END-IF
           END-PERFORM.
           IF WS-Exch-Rate-Not-Found AND
              WS-Hold-Currency = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.

       2990-Write-Rpt-Line.
           WRITE FD-ExpoRpt-Record.
           IF WS-ExpoRpt-Good
              ADD +1 TO FD-ExpoRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "eop-exposure-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Rpt-Line"
              DISPLAY "File Status: " WS-ExpoRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "EOPEXPO: 3000-End-Job".
           MOVE SPACES TO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Risk-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "PARTS ENDING INSIDE HORIZON:  " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Expo-Part-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "  WITH PO EXPOSURE:           " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Expo-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "EXPOSED PO LINES:             " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE WS-Grand-Qty TO WS-Qty-Edit.
           MOVE WS-Grand-Usd TO WS-Usd-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "TOTAL EXPOSED QTY " WS-Qty-Edit
              "   USD " WS-Usd-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           IF WS-Missing-Rate-Cnt > ZERO
              MOVE WS-Missing-Rate-Cnt TO WS-Cnt-Edit
              MOVE SPACES TO FD-ExpoRpt-Record
              STRING "LINES WITH NO EXCHANGE RATE (NOT IN USD): "
                 WS-Cnt-Edit
                 DELIMITED BY SIZE INTO FD-ExpoRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.
           CLOSE PartOut PoOut ExpoRpt.
           DISPLAY "  Eop-Expo: Parts Read:          "
              FD-PartOut-Record-Cnt.
           DISPLAY "  Eop-Expo: Parts Ending:        " WS-Risk-Cnt.
           DISPLAY "  Eop-Expo: POOUT Records Read:  "
              FD-PoOut-Record-Cnt.
           DISPLAY "  Eop-Expo: Exposed PO Lines:    " WS-Expo-PO-Cnt.
           DISPLAY "  Eop-Expo: POs With No Rate:    "
              WS-Missing-Rate-Cnt.

       3500-Write-Exposure.
           MOVE SPACES TO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "BYR PART NUMBER             VEH EOP  PO     "
              "SUPPLIER   DUE      STATUS   OPEN QTY CUR"
              "            VALUE        USD VALUE"
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           PERFORM 3510-Return-One-Record UNTIL WS-Sort-EOF.
           IF WS-Prev-Buyer NOT = SPACES
              PERFORM 3530-Write-Part-Total
              PERFORM 3540-Write-Buyer-Total
           END-IF.
           IF WS-Expo-PO-Cnt = ZERO
              MOVE SPACES TO FD-ExpoRpt-Record
              STRING "    NO OPEN PO QUANTITY DUE AFTER END OF "
                 "PRODUCTION"
                 DELIMITED BY SIZE INTO FD-ExpoRpt-Record
              PERFORM 2990-Write-Rpt-Line
           END-IF.

       3599-Exposure-Exit.
           EXIT.

       3510-Return-One-Record.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF Sort-Buyer NOT = WS-Prev-Buyer
                 IF WS-Prev-Buyer NOT = SPACES
                    PERFORM 3530-Write-Part-Total
                    PERFORM 3540-Write-Buyer-Total
                 END-IF
                 MOVE Sort-Buyer TO WS-Prev-Buyer
                 MOVE SPACES TO WS-Prev-Part
                 MOVE SPACES TO FD-ExpoRpt-Record
                 PERFORM 2990-Write-Rpt-Line
              END-IF
              IF Sort-Part NOT = WS-Prev-Part
                 IF WS-Prev-Part NOT = SPACES
                    PERFORM 3530-Write-Part-Total
                 END-IF
                 MOVE Sort-Part TO WS-Prev-Part
                 ADD +1 TO WS-Expo-Part-Cnt
              END-IF
              PERFORM 3520-Write-Exposure-Line
           END-IF.

       3520-Write-Exposure-Line.
           ADD +1 TO WS-Expo-PO-Cnt.
           ADD Sort-Open-Qty TO WS-Part-Qty.
           IF Sort-Has-Rate
              ADD Sort-Usd-Value TO WS-Part-Usd
           ELSE
              ADD +1 TO WS-Missing-Rate-Cnt
           END-IF.
           IF Sort-PO-Status = 'P'
              MOVE "PARTIAL" TO WS-Status-Text
           ELSE
              MOVE "OPEN" TO WS-Status-Text
           END-IF.
           MOVE Sort-Open-Qty TO WS-Qty-Edit.
           MOVE Sort-Value TO WS-Amount-Edit.
           MOVE Sort-Usd-Value TO WS-Usd-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING Sort-Buyer " "
              Sort-Part " "
              Sort-Eop-Date " "
              Sort-PO-Number " "
              Sort-Supplier " "
              Sort-Delivery-Date " "
              WS-Status-Text " "
              WS-Qty-Edit " "
              Sort-Currency " "
              WS-Amount-Edit " "
              WS-Usd-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           IF NOT Sort-Has-Rate
              MOVE "NO RATE" TO FD-ExpoRpt-Record(121:7)
           END-IF.
           PERFORM 2990-Write-Rpt-Line.

       3530-Write-Part-Total.
           MOVE WS-Part-Qty TO WS-Qty-Edit.
           MOVE WS-Part-Usd TO WS-Usd-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "    PART " WS-Prev-Part
              "   EXPOSED QTY " WS-Qty-Edit
              "   USD " WS-Usd-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           ADD WS-Part-Qty TO WS-Buyer-Qty.
           ADD WS-Part-Usd TO WS-Buyer-Usd.
           MOVE ZERO TO WS-Part-Qty WS-Part-Usd.

       3540-Write-Buyer-Total.
           MOVE WS-Buyer-Qty TO WS-Qty-Edit.
           MOVE WS-Buyer-Usd TO WS-Usd-Edit.
           MOVE SPACES TO FD-ExpoRpt-Record.
           STRING "    BUYER " WS-Prev-Buyer
              " TOTAL                EXPOSED QTY " WS-Qty-Edit
              "   USD " WS-Usd-Edit
              DELIMITED BY SIZE INTO FD-ExpoRpt-Record.
           PERFORM 2990-Write-Rpt-Line.
           ADD WS-Buyer-Qty TO WS-Grand-Qty.
           ADD WS-Buyer-Usd TO WS-Grand-Usd.
           MOVE ZERO TO WS-Buyer-Qty WS-Buyer-Usd.
