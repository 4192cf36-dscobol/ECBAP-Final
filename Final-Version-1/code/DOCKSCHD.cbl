      ***********************************************************
      * Program name:    DOCKSCHD
      * Original author: David Stagowski
      *
      *    Description: Receiving dock appointment schedule from
      *       the 856 due-in file.
      *
      *    EDI856IN puts every ship notice on the due-in schedule
      *    with its expected arrival, but nothing spreads the
      *    trucks over the doors -- the dock finds out what is
      *    coming when it shows up.  This gives each due-in
      *    shipment a receiving day, door and slot against the
      *    site's dock capacity (dock-capacity.dat.txt, DOCKCAP:
      *    doors, appointments per door per day).  Shipments are
      *    taken earliest expected arrival first; one whose day
      *    is full, or falls on a day the plant does not receive
      *    or a site holiday (the calendar POCALL uses), moves to
      *    the nearest open day
      *    -- a day later, then a day earlier, then two either
      *    side -- up to the site's MAX-SHIFT-DAYS (default 5),
      *    never before today.  Nothing open in that window is
      *    left unscheduled for the dock to phone the supplier.
      *
      *    Each shipment books at the dock of the plant its PO
      *    ships to -- the due-in line's plant, or the PO's on
      *    POOUT for a line written before due-ins carried one --
      *    where the dock capacity SITE-CODE is the PLANT-CODE.
      *    A shipment with no plant, or one with no dock row,
      *    books against the first site on the capacity file, as
      *    every shipment did before.  The plant master's
      *    receiving days (PLANTMST) say which days each site's
      *    dock is open; a site not on it receives Monday to
      *    Friday.
      *
      *    Dock sheet (../data/dock-sheet-rpt.dat.txt): the
      *    shifted and unscheduled shipments, then one block per
      *    site per receiving day, door by door, slot by slot.
      *
      *    Appointments (DOCKAPPT) go out twice -- the dock's copy
      *    in day / door / slot order for RECMATCH, and the
      *    supplier-facing list in supplier / day order.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-30 dastagg       Created for dock appointments
      * 2026-10-15 dastagg       Every site on the capacity file
      *                          scheduled, each shipment at its
      *                          PO's ship-to plant; the plant's
      *                          receiving days replace the
      *                          fixed Monday-Friday week.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCKSCHD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DockCapFile
           ASSIGN TO "../data/dock-capacity.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DockCapFile-Status.

      *    POCALL's SELECT is the authority.  A missing file just
      *    means no holidays -- weekends are still closed.
           SELECT HolidayFile
           ASSIGN TO "../data/site-holidays.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HolidayFile-Status.

      *    PoOut's own SELECT in POCALL.cbl is the authority on
      *    this file's physical format -- mirrored here exactly.
           SELECT PoOut
           ASSIGN TO "../data/poout.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    EDI856IN's SELECT is the authority.  A missing file just
      *    means no notices -- an empty schedule.
           SELECT DueInFile
           ASSIGN TO "../data/po-due-in.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DueInFile-Status.

      *    POCALL's SELECT is the authority.  A missing file just
      *    means every site receives Monday to Friday.
           SELECT PlantFile
           ASSIGN TO "../data/plant-master.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PlantFile-Status.

           SELECT DockSheet
           ASSIGN TO "../data/dock-sheet-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DockSheet-Status.

           SELECT ApptFile
           ASSIGN TO "../data/dock-appointments.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApptFile-Status.

           SELECT SuppApptFile
           ASSIGN TO "../data/supplier-appointments.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SuppApptFile-Status.

           SELECT SortFile
           ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD  DockCapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCKCAP REPLACING ==:tag:== BY ==Dock==.

       FD  HolidayFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HolidayFile-Record  PIC 9(08).

       FD  PoOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  DueInFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DueIn-Record.
           05 FD-DueIn-PO-Number        PIC X(06).
           05 FD-DueIn-Part             PIC X(23).
           05 FD-DueIn-Quantity         PIC 9(07).
           05 FD-DueIn-Arrival-Date     PIC 9(08).
           05 FD-DueIn-Ship-Plant       PIC X(03).

       FD  PlantFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PLANTMST REPLACING ==:tag:== BY ==Plnt==.

       FD  DockSheet
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DockSheet-Record          PIC X(132).

       FD  ApptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCKAPPT REPLACING ==:tag:== BY ==Appt==.

       FD  SuppApptFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY DOCKAPPT REPLACING ==:tag:== BY ==SAppt==.

      *    One record layout for all three passes -- expected
      *    arrival order to book, site / day / door / slot for
      *    the dock, supplier / day for the suppliers.
       SD  SortFile.
       01  Sort-Record.
           05 Sort-Site-Code         PIC X(04).
           05 Sort-Supplier          PIC X(10).
           05 Sort-Appt-Date         PIC 9(08).
           05 Sort-Door              PIC 9(02).
           05 Sort-Slot              PIC 9(02).
           05 Sort-Req-Date          PIC 9(08).
           05 Sort-PO-Number         PIC X(06).
           05 Sort-Part              PIC X(23).
           05 Sort-Quantity          PIC 9(07).
           05 Sort-Shift-Days        PIC S9(03).
           05 Sort-Appt-Status       PIC X(01).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==DockCapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HolidayFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==DueInFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PlantFile==.
           COPY WSFST REPLACING ==:tag:== BY ==DockSheet==.
           COPY WSFST REPLACING ==:tag:== BY ==ApptFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppApptFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-DueIn-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-DockSheet-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-ApptFile-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 FD-SuppAppt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

       01  WS-Schedule-Counters.
           12 WS-As-Requested-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Shifted-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Unscheduled-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Unknown-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Site-Cnt               PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Sort-EOF-Flag             PIC X VALUE 'N'.
              88 WS-Sort-EOF                  VALUE 'Y'.
           12 WS-Slot-Found-Flag           PIC X VALUE 'N'.
              88 WS-Slot-Found                VALUE 'Y'.
              88 WS-Slot-Not-Found            VALUE 'N'.
           12 WS-Holiday-Found-Flag        PIC X VALUE 'N'.
              88 WS-Holiday-Found             VALUE 'Y'.
              88 WS-Holiday-Not-Found         VALUE 'N'.
           12 WS-Shift-Hdg-Flag            PIC X VALUE 'N'.
              88 WS-Shift-Hdg-Written         VALUE 'Y'.

      *    Every receiving site's dock, in capacity-file order --
      *    the first row is where a shipment with no plant goes.
      *    RECV-DAYS is Monday through Sunday, 'Y' when the dock
      *    receives, from the plant master.
       01  WS-Dock-Storage.
           12 WS-Dock-Max-Cnt              PIC S9(4) COMP VALUE +99.
           12 WS-Dock-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Dock-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Dock-Default-Shift        PIC S9(4) COMP VALUE +5.
           12 WS-Dock-Hold-Site            PIC X(04) VALUE SPACES.
           12 WS-Dock-Table OCCURS 0 TO 99 TIMES
              DEPENDING ON WS-Dock-Cnt
              INDEXED BY WS-Dock-IDX.
              15 WS-Dock-Site-Code         PIC X(04).
              15 WS-Dock-Site-Name         PIC X(20).
              15 WS-Dock-Doors             PIC S9(4) COMP.
              15 WS-Dock-Appts-Per-Door    PIC S9(4) COMP.
              15 WS-Dock-Day-Capacity      PIC S9(4) COMP.
              15 WS-Dock-Max-Shift         PIC S9(4) COMP.
              15 WS-Dock-Shift-Step-Max    PIC S9(4) COMP.
              15 WS-Dock-Recv-Days         PIC X(07).

       01  WS-Run-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Base-Int                  PIC 9(10) VALUE ZERO.
           12 WS-Try-Int                   PIC 9(10) VALUE ZERO.
           12 WS-Try-Date                  PIC 9(08) VALUE ZERO.
           12 WS-Day-Of-Week               PIC 9(01) VALUE ZERO.
           12 WS-Day-Slot                  PIC 9(01) VALUE ZERO.
           12 WS-Shift-Step                PIC S9(4) COMP VALUE ZERO.
           12 WS-Shift-Step-Max            PIC S9(4) COMP VALUE ZERO.
           12 WS-Booked-Seq                PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Supplier             PIC X(10) VALUE SPACES.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.

      *    Site holidays as day numbers, POCALL's idiom.
       01  WS-Holiday-Storage.
           12 WS-Holiday-Max-Cnt           PIC S9(4) COMP VALUE +200.
           12 WS-Holiday-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Holiday-Table OCCURS 0 TO 200 TIMES
              DEPENDING ON WS-Holiday-Cnt
              INDEXED BY WS-Holiday-IDX.
              15 WS-Holiday-Int            PIC 9(10).

       01  WS-PO-Table-Storage.
           12 WS-PO-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PO-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PO-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PO-Cnt
              INDEXED BY WS-PO-IDX.
              15 WS-PO-Number              PIC X(06).
              15 WS-PO-Supplier            PIC X(10).
              15 WS-PO-Ship-Plant          PIC X(03).

      *    Appointments booked per site per receiving day.
       01  WS-Day-Storage.
           12 WS-Day-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Day-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Day-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Day-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Day-Cnt
              INDEXED BY WS-Day-IDX.
              15 WS-Day-Dock               PIC S9(4) COMP.
              15 WS-Day-Int                PIC 9(10).
              15 WS-Day-Booked             PIC S9(4) COMP.

      *    Every shipment, booked or not, for the dock sheet and
      *    the two appointment files.
       01  WS-Appt-Storage.
           12 WS-Appt-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Appt-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Appt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Appt-Cnt
              INDEXED BY WS-Appt-IDX.
              15 WS-Appt-Site-Code         PIC X(04).
              15 WS-Appt-Supplier          PIC X(10).
              15 WS-Appt-Date              PIC 9(08).
              15 WS-Appt-Door              PIC 9(02).
              15 WS-Appt-Slot              PIC 9(02).
              15 WS-Appt-Req-Date          PIC 9(08).
              15 WS-Appt-PO-Number         PIC X(06).
              15 WS-Appt-Part              PIC X(23).
              15 WS-Appt-Quantity          PIC 9(07).
              15 WS-Appt-Shift-Days        PIC S9(03).
              15 WS-Appt-Status            PIC X(01).

       01  WS-Control-Break-Fields.
           12 WS-Prev-Site-Code            PIC X(04) VALUE SPACES.
           12 WS-Prev-Appt-Date            PIC 9(08) VALUE ZERO.
           12 WS-Prev-Door                 PIC 9(02) VALUE ZERO.
           12 WS-Day-Truck-Cnt             PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Shift-Edit                PIC +++9.
           12 WS-Cnt-Edit                  PIC ZZZ9.
           12 WS-Door-Edit                 PIC Z9.
           12 WS-Slot-Edit                 PIC Z9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           SORT SortFile
              ON ASCENDING KEY Sort-Req-Date
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 2000-Release-Due-In
                 THRU 2999-Release-Exit
              OUTPUT PROCEDURE IS 3500-Book-Appointments
                 THRU 3599-Book-Exit.
           SORT SortFile
              ON ASCENDING KEY Sort-Site-Code
              ON ASCENDING KEY Sort-Appt-Date
              ON ASCENDING KEY Sort-Door
              ON ASCENDING KEY Sort-Slot
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 4000-Release-Appointments
                 THRU 4099-Release-Exit
              OUTPUT PROCEDURE IS 4500-Write-Dock-Sheet
                 THRU 4599-Sheet-Exit.
           SORT SortFile
              ON ASCENDING KEY Sort-Supplier
              ON ASCENDING KEY Sort-Appt-Date
              ON ASCENDING KEY Sort-PO-Number
              INPUT PROCEDURE IS 4000-Release-Appointments
                 THRU 4099-Release-Exit
              OUTPUT PROCEDURE IS 5500-Write-Supplier-List
                 THRU 5599-Supplier-Exit.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "DOCKSCHD: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1010-Load-Dock-Capacity.
           PERFORM 1015-Load-Receiving-Days.
           PERFORM 1020-Load-Holiday-Table.
           PERFORM 1030-Load-PO-Table.
           OPEN OUTPUT DockSheet.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "RECEIVING DOCK SCHEDULE  RUN " WS-Today-Date
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           PERFORM 1008-Write-Site-Line
              VARYING WS-Dock-IDX FROM 1 BY 1
              UNTIL WS-Dock-IDX > WS-Dock-Cnt.

       1008-Write-Site-Line.
           MOVE WS-Dock-Doors(WS-Dock-IDX) TO WS-Door-Edit.
           MOVE WS-Dock-Appts-Per-Door(WS-Dock-IDX) TO WS-Slot-Edit.
           MOVE WS-Dock-Max-Shift(WS-Dock-IDX) TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "SITE " WS-Dock-Site-Code(WS-Dock-IDX) " "
              WS-Dock-Site-Name(WS-Dock-IDX)
              "  DOORS " WS-Door-Edit
              "  APPOINTMENTS PER DOOR PER DAY " WS-Slot-Edit
              "  SHIFT WINDOW +/- " WS-Cnt-Edit " DAYS"
              "  RECEIVES " WS-Dock-Recv-Days(WS-Dock-IDX)
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.

      *    Without the dock's capacity there is nothing to book
      *    against.  A row with no doors or no appointments is
      *    skipped; a file with no usable row stops the run.
       1010-Load-Dock-Capacity.
           OPEN INPUT DockCapFile.
           IF NOT WS-DockCapFile-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "dock-capacity" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1010-Load-Dock-Capacity"
              DISPLAY "File Status: " WS-DockCapFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1011-Load-One-Dock UNTIL WS-DockCapFile-EOF.
           CLOSE DockCapFile.
           IF WS-Dock-Cnt = ZERO
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "dock-capacity" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1010-Load-Dock-Capacity"
              DISPLAY "No usable dock capacity row."
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       1011-Load-One-Dock.
           READ DockCapFile
              AT END SET WS-DockCapFile-EOF TO TRUE
           END-READ.
           IF WS-DockCapFile-Good AND
              Dock-DOOR-COUNT IS NUMERIC AND
              Dock-DOOR-COUNT > ZERO AND
              Dock-APPTS-PER-DOOR IS NUMERIC AND
              Dock-APPTS-PER-DOOR > ZERO
              IF WS-Dock-Cnt >= WS-Dock-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Dock-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Dock-Cnt
              SET WS-Dock-IDX TO WS-Dock-Cnt
              MOVE Dock-SITE-CODE TO WS-Dock-Site-Code(WS-Dock-IDX)
              MOVE Dock-SITE-NAME TO WS-Dock-Site-Name(WS-Dock-IDX)
              MOVE Dock-DOOR-COUNT TO WS-Dock-Doors(WS-Dock-IDX)
              MOVE Dock-APPTS-PER-DOOR TO
                 WS-Dock-Appts-Per-Door(WS-Dock-IDX)
              MOVE WS-Dock-Default-Shift TO
                 WS-Dock-Max-Shift(WS-Dock-IDX)
              IF Dock-MAX-SHIFT-DAYS IS NUMERIC AND
                 Dock-MAX-SHIFT-DAYS > ZERO
                 MOVE Dock-MAX-SHIFT-DAYS TO
                    WS-Dock-Max-Shift(WS-Dock-IDX)
              END-IF
              COMPUTE WS-Dock-Day-Capacity(WS-Dock-IDX) =
                 WS-Dock-Doors(WS-Dock-IDX) *
                 WS-Dock-Appts-Per-Door(WS-Dock-IDX)
              COMPUTE WS-Dock-Shift-Step-Max(WS-Dock-IDX) =
                 WS-Dock-Max-Shift(WS-Dock-IDX) * 2
              MOVE "YYYYYNN" TO WS-Dock-Recv-Days(WS-Dock-IDX)
           END-IF.

      *    A site whose code is a plant on the plant master takes
      *    that plant's receiving days; blank days there mean
      *    Monday to Friday as well.
       1015-Load-Receiving-Days.
           OPEN INPUT PlantFile.
           IF WS-PlantFile-Good
              PERFORM 1016-Load-One-Plant
                 UNTIL WS-PlantFile-EOF
              CLOSE PlantFile
           END-IF.

       1016-Load-One-Plant.
           READ PlantFile
              AT END SET WS-PlantFile-EOF TO TRUE
           END-READ.
           IF WS-PlantFile-Good AND Plnt-PLANT-CODE > SPACES AND
              Plnt-RECEIVING-DAYS > SPACES
              MOVE Plnt-PLANT-CODE TO WS-Dock-Hold-Site
              PERFORM 2020-Find-Dock-Row
              IF WS-Dock-Match-IDX > ZERO
                 MOVE Plnt-RECEIVING-DAYS TO
                    WS-Dock-Recv-Days(WS-Dock-Match-IDX)
              END-IF
           END-IF.

       1020-Load-Holiday-Table.
           OPEN INPUT HolidayFile.
           IF WS-HolidayFile-Good
              PERFORM 1025-Load-One-Holiday
                 UNTIL WS-HolidayFile-EOF
              CLOSE HolidayFile
           END-IF.

       1025-Load-One-Holiday.
           READ HolidayFile
              AT END SET WS-HolidayFile-EOF TO TRUE
           END-READ.
           IF WS-HolidayFile-Good AND
              FD-HolidayFile-Record IS NUMERIC AND
              WS-Holiday-Cnt < WS-Holiday-Max-Cnt
              ADD +1 TO WS-Holiday-Cnt
              SET WS-Holiday-IDX TO WS-Holiday-Cnt
              COMPUTE WS-Holiday-Int(WS-Holiday-IDX) =
                 FUNCTION INTEGER-OF-DATE(FD-HolidayFile-Record)
           END-IF.

      *    PO to supplier -- the due-in file doesn't carry it --
      *    and to ship-to plant, for a due-in line without one.
       1030-Load-PO-Table.
           OPEN INPUT PoOut.
           IF NOT WS-PoOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              MOVE "poout" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1030-Load-PO-Table"
              DISPLAY "File Status: " WS-PoOut-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 1035-Load-One-PO UNTIL WS-PoOut-EOF.
           CLOSE PoOut.

       1035-Load-One-PO.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
           END-READ.
           IF WS-PoOut-Good
              IF PoOut-PO-NUMBER NOT = "*HDR*"
                 ADD +1 TO FD-PoOut-Record-Cnt
                 IF WS-PO-Cnt >= WS-PO-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-PO-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-PO-Cnt
                 SET WS-PO-IDX TO WS-PO-Cnt
                 MOVE PoOut-PO-NUMBER TO WS-PO-Number(WS-PO-IDX)
                 MOVE PoOut-SUPPLIER-CODE TO
                    WS-PO-Supplier(WS-PO-IDX)
                 MOVE PoOut-SHIP-TO-PLANT TO
                    WS-PO-Ship-Plant(WS-PO-IDX)
              END-IF
           ELSE
              IF NOT WS-PoOut-EOF
                 MOVE "PSAP002E" TO WS-Msg-Id
                 MOVE "poout" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 1035-Load-One-PO"
                 DISPLAY "Read PoOut Failed."
                 DISPLAY "File Status: " WS-PoOut-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *    One released record per shipment.  A notice already
      *    past its expected arrival is asked for from today.
       2000-Release-Due-In.
           OPEN INPUT DueInFile.
           IF WS-DueInFile-Good
              PERFORM 2010-Release-One-Due-In
                 UNTIL WS-DueInFile-EOF
              CLOSE DueInFile
           END-IF.

       2999-Release-Exit.
           EXIT.

       2010-Release-One-Due-In.
           READ DueInFile
              AT END SET WS-DueInFile-EOF TO TRUE
           END-READ.
           IF WS-DueInFile-Good AND
              FD-DueIn-Arrival-Date IS NUMERIC AND
              FD-DueIn-Arrival-Date > ZERO
              ADD +1 TO FD-DueIn-Record-Cnt
              MOVE SPACES TO WS-Hold-Supplier WS-Dock-Hold-Site
              MOVE FD-DueIn-Ship-Plant TO WS-Dock-Hold-Site
              PERFORM VARYING WS-PO-IDX FROM 1 BY 1
                 UNTIL WS-PO-IDX > WS-PO-Cnt
                 IF WS-PO-Number(WS-PO-IDX) = FD-DueIn-PO-Number
                    MOVE WS-PO-Supplier(WS-PO-IDX) TO
                       WS-Hold-Supplier
                    IF WS-Dock-Hold-Site = SPACES
                       MOVE WS-PO-Ship-Plant(WS-PO-IDX) TO
                          WS-Dock-Hold-Site
                    END-IF
                    SET WS-PO-IDX TO WS-PO-Cnt
                 END-IF
              END-PERFORM
              IF WS-Hold-Supplier = SPACES
                 ADD +1 TO WS-Unknown-PO-Cnt
              END-IF
              PERFORM 2020-Find-Dock-Row
              IF WS-Dock-Match-IDX = ZERO
                 IF WS-Dock-Hold-Site > SPACES
                    ADD +1 TO WS-No-Site-Cnt
                 END-IF
                 MOVE 1 TO WS-Dock-Match-IDX
              END-IF
              MOVE WS-Dock-Site-Code(WS-Dock-Match-IDX) TO
                 Sort-Site-Code
              MOVE WS-Hold-Supplier TO Sort-Supplier
              MOVE FD-DueIn-Arrival-Date TO Sort-Req-Date
              MOVE FD-DueIn-PO-Number TO Sort-PO-Number
              MOVE FD-DueIn-Part TO Sort-Part
              IF FD-DueIn-Quantity IS NUMERIC
                 MOVE FD-DueIn-Quantity TO Sort-Quantity
              ELSE
                 MOVE ZERO TO Sort-Quantity
              END-IF
              MOVE ZERO TO Sort-Appt-Date Sort-Door Sort-Slot
                           Sort-Shift-Days
              MOVE SPACE TO Sort-Appt-Status
              RELEASE Sort-Record
           END-IF.

      *    The dock row whose site is WS-Dock-Hold-Site; zero when
      *    there is none.
       2020-Find-Dock-Row.
           MOVE ZERO TO WS-Dock-Match-IDX.
           IF WS-Dock-Hold-Site > SPACES
              PERFORM VARYING WS-Dock-IDX FROM 1 BY 1
                 UNTIL WS-Dock-IDX > WS-Dock-Cnt
                 IF WS-Dock-Site-Code(WS-Dock-IDX) = WS-Dock-Hold-Site
                    SET WS-Dock-Match-IDX TO WS-Dock-IDX
                    SET WS-Dock-IDX TO WS-Dock-Cnt
                 END-IF
              END-PERFORM
           END-IF.

       2990-Write-Sheet-Line.
           WRITE FD-DockSheet-Record.
           IF WS-DockSheet-Good
              ADD +1 TO FD-DockSheet-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "dock-sheet-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Sheet-Line"
              DISPLAY "File Status: " WS-DockSheet-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "DOCKSCHD: 3000-End-Job".
           MOVE SPACES TO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE FD-DueIn-Record-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "SHIPMENTS DUE IN:        " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE WS-As-Requested-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "  BOOKED AS EXPECTED:    " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE WS-Shifted-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "  SHIFTED:               " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE WS-Unscheduled-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "  UNSCHEDULED:           " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE WS-Unknown-PO-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "PO NOT ON POOUT:         " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE WS-No-Site-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "PLANT WITH NO DOCK ROW:  " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           CLOSE DockSheet.
           DISPLAY "  Dock-Sched: Shipments Due In: "
              FD-DueIn-Record-Cnt.
           DISPLAY "  Dock-Sched: As Expected:      "
              WS-As-Requested-Cnt.
           DISPLAY "  Dock-Sched: Shifted:          "
              WS-Shifted-Cnt.
           DISPLAY "  Dock-Sched: Unscheduled:      "
              WS-Unscheduled-Cnt.
           DISPLAY "  Dock-Sched: Plant No Dock Row:"
              WS-No-Site-Cnt.
           DISPLAY "  Dock-Sched: Appointments Out: "
              FD-ApptFile-Record-Cnt.
           DISPLAY "  Dock-Sched: Supplier List Out:"
              FD-SuppAppt-Record-Cnt.

      *    Earliest expected arrival books first, so a shipment
      *    is only ever moved by ones expected before it.  Moves
      *    and misses are listed as they happen.
       3500-Book-Appointments.
           PERFORM 3510-Book-One-Shipment UNTIL WS-Sort-EOF.
           MOVE 'N' TO WS-Sort-EOF-Flag.

       3599-Book-Exit.
           EXIT.

       3510-Book-One-Shipment.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              IF WS-Appt-Cnt >= WS-Appt-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Appt-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Appt-Cnt
              SET WS-Appt-IDX TO WS-Appt-Cnt
              MOVE Sort-Site-Code TO WS-Appt-Site-Code(WS-Appt-IDX)
              MOVE Sort-Site-Code TO WS-Dock-Hold-Site
              PERFORM 2020-Find-Dock-Row
              MOVE Sort-Supplier TO WS-Appt-Supplier(WS-Appt-IDX)
              MOVE Sort-Req-Date TO WS-Appt-Req-Date(WS-Appt-IDX)
              MOVE Sort-PO-Number TO WS-Appt-PO-Number(WS-Appt-IDX)
              MOVE Sort-Part TO WS-Appt-Part(WS-Appt-IDX)
              MOVE Sort-Quantity TO WS-Appt-Quantity(WS-Appt-IDX)
              PERFORM 3520-Find-Slot
              IF WS-Slot-Found
                 PERFORM 3540-Take-Slot
              ELSE
                 ADD +1 TO WS-Unscheduled-Cnt
                 MOVE ZERO TO WS-Appt-Date(WS-Appt-IDX)
                              WS-Appt-Door(WS-Appt-IDX)
                              WS-Appt-Slot(WS-Appt-IDX)
                              WS-Appt-Shift-Days(WS-Appt-IDX)
                 MOVE 'U' TO WS-Appt-Status(WS-Appt-IDX)
                 PERFORM 3550-Write-Shift-Line
              END-IF
           END-IF.

      *    Nearest first: 0, +1, -1, +2, -2 ... days from the
      *    expected arrival (or today, if that has passed).
       3520-Find-Slot.
           SET WS-Slot-Not-Found TO TRUE.
           MOVE Sort-Req-Date TO WS-Hold-Date.
           COMPUTE WS-Base-Int =
              FUNCTION INTEGER-OF-DATE(WS-Hold-Date).
           IF WS-Base-Int < WS-Today-Int
              MOVE WS-Today-Int TO WS-Base-Int
           END-IF.
           MOVE ZERO TO WS-Shift-Step.
           MOVE WS-Dock-Shift-Step-Max(WS-Dock-Match-IDX) TO
              WS-Shift-Step-Max.
           PERFORM 3530-Try-One-Day
              UNTIL WS-Slot-Found OR
                    WS-Shift-Step > WS-Shift-Step-Max.

       3530-Try-One-Day.
           IF FUNCTION MOD(WS-Shift-Step, 2) = 1
              COMPUTE WS-Try-Int =
                 WS-Base-Int + (WS-Shift-Step + 1) / 2
           ELSE
              COMPUTE WS-Try-Int = WS-Base-Int - WS-Shift-Step / 2
           END-IF.
           ADD +1 TO WS-Shift-Step.
           IF WS-Try-Int >= WS-Today-Int
              PERFORM 3535-Check-Receiving-Day
              IF WS-Holiday-Not-Found AND
                 WS-Dock-Recv-Days(WS-Dock-Match-IDX)
                    (WS-Day-Slot:1) = 'Y'
                 PERFORM 3538-Find-Day-Row
                 IF WS-Day-Booked(WS-Day-Match-IDX) <
                    WS-Dock-Day-Capacity(WS-Dock-Match-IDX)
                    SET WS-Slot-Found TO TRUE
                 END-IF
              END-IF
           END-IF.

      *    Day 1 of the integer-date epoch was a Monday, so the
      *    remainder of the day number by 7 runs Monday=1 through
      *    Saturday=6 with Sunday=0 -- Sunday being the seventh
      *    byte of the site's receiving days.
       3535-Check-Receiving-Day.
           COMPUTE WS-Day-Of-Week = FUNCTION MOD(WS-Try-Int, 7).
           MOVE WS-Day-Of-Week TO WS-Day-Slot.
           IF WS-Day-Slot = ZERO
              MOVE 7 TO WS-Day-Slot
           END-IF.
           SET WS-Holiday-Not-Found TO TRUE.
           PERFORM VARYING WS-Holiday-IDX FROM 1 BY 1
              UNTIL WS-Holiday-IDX > WS-Holiday-Cnt
              IF WS-Holiday-Int(WS-Holiday-IDX) = WS-Try-Int
                 SET WS-Holiday-Found TO TRUE
                 SET WS-Holiday-IDX TO WS-Holiday-Cnt
              END-IF
           END-PERFORM.

       3538-Find-Day-Row.
           MOVE ZERO TO WS-Day-Match-IDX.
           PERFORM VARYING WS-Day-IDX FROM 1 BY 1
              UNTIL WS-Day-IDX > WS-Day-Cnt
              IF WS-Day-Int(WS-Day-IDX) = WS-Try-Int AND
                 WS-Day-Dock(WS-Day-IDX) = WS-Dock-Match-IDX
                 SET WS-Day-Match-IDX TO WS-Day-IDX
                 SET WS-Day-IDX TO WS-Day-Cnt
              END-IF
           END-PERFORM.
           IF WS-Day-Match-IDX = ZERO
              IF WS-Day-Cnt >= WS-Day-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Day-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Day-Cnt
              MOVE WS-Day-Cnt TO WS-Day-Match-IDX
              MOVE WS-Try-Int TO WS-Day-Int(WS-Day-Match-IDX)
              MOVE WS-Dock-Match-IDX TO WS-Day-Dock(WS-Day-Match-IDX)
              MOVE ZERO TO WS-Day-Booked(WS-Day-Match-IDX)
           END-IF.

      *    Trucks go round the doors -- the day's first on door 1,
      *    the next on door 2 -- so every door's first slot fills
      *    before any door's second.
       3540-Take-Slot.
           ADD +1 TO WS-Day-Booked(WS-Day-Match-IDX).
           MOVE WS-Day-Booked(WS-Day-Match-IDX) TO WS-Booked-Seq.
           COMPUTE WS-Try-Date = FUNCTION DATE-OF-INTEGER(WS-Try-Int).
           MOVE WS-Try-Date TO WS-Appt-Date(WS-Appt-IDX).
           COMPUTE WS-Appt-Door(WS-Appt-IDX) =
              FUNCTION MOD(WS-Booked-Seq - 1,
                 WS-Dock-Doors(WS-Dock-Match-IDX)) + 1.
           COMPUTE WS-Appt-Slot(WS-Appt-IDX) =
              (WS-Booked-Seq - 1) /
              WS-Dock-Doors(WS-Dock-Match-IDX) + 1.
           MOVE Sort-Req-Date TO WS-Hold-Date.
           COMPUTE WS-Appt-Shift-Days(WS-Appt-IDX) = WS-Try-Int -
              FUNCTION INTEGER-OF-DATE(WS-Hold-Date).
           IF WS-Appt-Shift-Days(WS-Appt-IDX) = ZERO
              ADD +1 TO WS-As-Requested-Cnt
              MOVE 'A' TO WS-Appt-Status(WS-Appt-IDX)
           ELSE
              ADD +1 TO WS-Shifted-Cnt
              MOVE 'S' TO WS-Appt-Status(WS-Appt-IDX)
              PERFORM 3550-Write-Shift-Line
           END-IF.

       3550-Write-Shift-Line.
           IF NOT WS-Shift-Hdg-Written
              SET WS-Shift-Hdg-Written TO TRUE
              MOVE SPACES TO FD-DockSheet-Record
              PERFORM 2990-Write-Sheet-Line
              MOVE SPACES TO FD-DockSheet-Record
              STRING "SHIFTED / UNSCHEDULED SHIPMENTS"
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
              PERFORM 2990-Write-Sheet-Line
              MOVE SPACES TO FD-DockSheet-Record
              STRING "SITE PO     SUPPLIER   PART                    "
                 "   EXPECTED BOOKED   SHIFT"
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
              PERFORM 2990-Write-Sheet-Line
           END-IF.
           MOVE SPACES TO FD-DockSheet-Record.
           IF WS-Appt-Status(WS-Appt-IDX) = 'U'
              MOVE WS-Dock-Max-Shift(WS-Dock-Match-IDX) TO WS-Cnt-Edit
              STRING WS-Appt-Site-Code(WS-Appt-IDX) " "
                 WS-Appt-PO-Number(WS-Appt-IDX) " "
                 WS-Appt-Supplier(WS-Appt-IDX) " "
                 WS-Appt-Part(WS-Appt-IDX) " "
                 WS-Appt-Req-Date(WS-Appt-IDX) " "
                 "UNSCHEDULED -- NO SLOT WITHIN " WS-Cnt-Edit
                 " DAYS"
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
           ELSE
              MOVE WS-Appt-Shift-Days(WS-Appt-IDX) TO WS-Shift-Edit
              STRING WS-Appt-Site-Code(WS-Appt-IDX) " "
                 WS-Appt-PO-Number(WS-Appt-IDX) " "
                 WS-Appt-Supplier(WS-Appt-IDX) " "
                 WS-Appt-Part(WS-Appt-IDX) " "
                 WS-Appt-Req-Date(WS-Appt-IDX) " "
                 WS-Appt-Date(WS-Appt-IDX) " "
                 WS-Shift-Edit
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
           END-IF.
           PERFORM 2990-Write-Sheet-Line.

      *    The booked table back out for the dock and supplier
      *    orderings.
       4000-Release-Appointments.
           PERFORM 4010-Release-One-Appointment
              VARYING WS-Appt-IDX FROM 1 BY 1
              UNTIL WS-Appt-IDX > WS-Appt-Cnt.

       4099-Release-Exit.
           EXIT.

       4010-Release-One-Appointment.
           MOVE WS-Appt-Site-Code(WS-Appt-IDX) TO Sort-Site-Code.
           MOVE WS-Appt-Supplier(WS-Appt-IDX) TO Sort-Supplier.
           MOVE WS-Appt-Date(WS-Appt-IDX) TO Sort-Appt-Date.
           MOVE WS-Appt-Door(WS-Appt-IDX) TO Sort-Door.
           MOVE WS-Appt-Slot(WS-Appt-IDX) TO Sort-Slot.
           MOVE WS-Appt-Req-Date(WS-Appt-IDX) TO Sort-Req-Date.
           MOVE WS-Appt-PO-Number(WS-Appt-IDX) TO Sort-PO-Number.
           MOVE WS-Appt-Part(WS-Appt-IDX) TO Sort-Part.
           MOVE WS-Appt-Quantity(WS-Appt-IDX) TO Sort-Quantity.
           MOVE WS-Appt-Shift-Days(WS-Appt-IDX) TO Sort-Shift-Days.
           MOVE WS-Appt-Status(WS-Appt-IDX) TO Sort-Appt-Status.
           RELEASE Sort-Record.

      *    Site by site, day by day, door by door -- the sheet
      *    the dock works from.  Unscheduled shipments carry a
      *    zero day and were already listed above, so they are
      *    skipped.
       4500-Write-Dock-Sheet.
           OPEN OUTPUT ApptFile.
           PERFORM 4510-Return-One-Appointment UNTIL WS-Sort-EOF.
           IF WS-Prev-Appt-Date NOT = ZERO
              PERFORM 4530-Write-Day-Total
           END-IF.
           CLOSE ApptFile.
           MOVE 'N' TO WS-Sort-EOF-Flag.

       4599-Sheet-Exit.
           EXIT.

       4510-Return-One-Appointment.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              MOVE SPACES TO Appt-DOCK-APPT-REC
              PERFORM 4550-Move-Appt-Fields
              WRITE Appt-DOCK-APPT-REC
              IF WS-ApptFile-Good
                 ADD +1 TO FD-ApptFile-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "dock-appointments" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 4510-Return-One-Appointment"
                 DISPLAY "File Status: " WS-ApptFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF Sort-Appt-Date NOT = ZERO
                 IF Sort-Appt-Date NOT = WS-Prev-Appt-Date OR
                    Sort-Site-Code NOT = WS-Prev-Site-Code
                    IF WS-Prev-Appt-Date NOT = ZERO
                       PERFORM 4530-Write-Day-Total
                    END-IF
                    PERFORM 4520-Write-Day-Heading
                 END-IF
                 PERFORM 4540-Write-Slot-Line
              END-IF
           END-IF.

       4520-Write-Day-Heading.
           MOVE Sort-Appt-Date TO WS-Prev-Appt-Date.
           MOVE Sort-Site-Code TO WS-Prev-Site-Code WS-Dock-Hold-Site.
           PERFORM 2020-Find-Dock-Row.
           MOVE ZERO TO WS-Prev-Door WS-Day-Truck-Cnt.
           MOVE SPACES TO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.
           MOVE SPACES TO FD-DockSheet-Record.
           IF WS-Dock-Match-IDX > ZERO
              STRING "DOCK SHEET FOR " Sort-Appt-Date
                 "  SITE " Sort-Site-Code " "
                 WS-Dock-Site-Name(WS-Dock-Match-IDX)
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
           ELSE
              STRING "DOCK SHEET FOR " Sort-Appt-Date
                 "  SITE " Sort-Site-Code
                 DELIMITED BY SIZE INTO FD-DockSheet-Record
           END-IF.
           PERFORM 2990-Write-Sheet-Line.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "DOOR SLOT PO     SUPPLIER   PART            "
              "              QUANTITY EXPECTED"
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.

       4530-Write-Day-Total.
           MOVE WS-Day-Truck-Cnt TO WS-Cnt-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "  TRUCKS BOOKED " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.

       4540-Write-Slot-Line.
           ADD +1 TO WS-Day-Truck-Cnt.
           MOVE Sort-Door TO WS-Door-Edit.
           MOVE Sort-Slot TO WS-Slot-Edit.
           MOVE Sort-Quantity TO WS-Qty-Edit.
           MOVE SPACES TO FD-DockSheet-Record.
           STRING "  " WS-Door-Edit "   " WS-Slot-Edit " "
              Sort-PO-Number " "
              Sort-Supplier " "
              Sort-Part " "
              WS-Qty-Edit "  "
              Sort-Req-Date
              DELIMITED BY SIZE INTO FD-DockSheet-Record.
           PERFORM 2990-Write-Sheet-Line.

       4550-Move-Appt-Fields.
           MOVE Sort-Site-Code TO Appt-SITE-CODE.
           MOVE Sort-Appt-Date TO Appt-APPT-DATE.
           MOVE Sort-Door TO Appt-DOOR-NUMBER.
           MOVE Sort-Slot TO Appt-SLOT-NUMBER.
           MOVE Sort-PO-Number TO Appt-PO-NUMBER.
           MOVE Sort-Part TO Appt-PART-NUMBER.
           MOVE Sort-Supplier TO Appt-SUPPLIER-CODE.
           MOVE Sort-Quantity TO Appt-QUANTITY.
           MOVE Sort-Req-Date TO Appt-REQUESTED-DATE.
           MOVE Sort-Shift-Days TO Appt-SHIFT-DAYS.
           MOVE Sort-Appt-Status TO Appt-APPT-STATUS.

      *    The same appointments by supplier, for the supplier
      *    scheduling contacts -- unscheduled ones included so
      *    the supplier knows to call the dock.
       5500-Write-Supplier-List.
           OPEN OUTPUT SuppApptFile.
           PERFORM 5510-Return-One-Supplier-Appt UNTIL WS-Sort-EOF.
           CLOSE SuppApptFile.
           MOVE 'N' TO WS-Sort-EOF-Flag.

       5599-Supplier-Exit.
           EXIT.

       5510-Return-One-Supplier-Appt.
           RETURN SortFile
              AT END SET WS-Sort-EOF TO TRUE
           END-RETURN.
           IF NOT WS-Sort-EOF
              PERFORM 4550-Move-Appt-Fields
              MOVE Appt-DOCK-APPT-REC TO SAppt-DOCK-APPT-REC
              WRITE SAppt-DOCK-APPT-REC
              IF WS-SuppApptFile-Good
                 ADD +1 TO FD-SuppAppt-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "supplier-appointments" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 5510-Return-One-Supplier-Appt"
                 DISPLAY "File Status: " WS-SuppApptFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
