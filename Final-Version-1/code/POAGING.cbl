      *    SUPPLIER-CODE, worst suppliers (most overdue POs) first,
      *    so expediting can work the top of the list.
      *
      *    A DX-rated PO (highest DPAS priority, carried on POOUT
      *    with its prime contract) that is past due also goes on
      *    its own priority list, ../data/po-dx-priority-rpt.dat.txt,
      *    most days late first -- those are worked before
      *    anything on the aging report.
      *
      *    A PO whose POOUT image carries delivery-schedule lines
      *    is aged line by line instead, each line on its own due
      *    date, so the counts are of lines for those POs.  A line
      *    RECMATCH shows as received in full (promoted schedule
      *    status) is skipped; a past-due line of a DX-rated PO
      *    goes on the priority list with its line number.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Skip POs the receipts-matching
      *                          status file shows as closed, so
      *                          filled orders stop aging as open.
      * 2026-10-02 dastagg       Past-due DX-rated POs listed on
      *                          their own priority report.
      * 2026-10-15 dastagg       Scheduled POs aged per delivery-
      *                          schedule line on the line's own
      *                          due date; received lines skipped.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoStatusFile-Status.

      *    Per-line schedule status maintained by RECMATCH.  A
      *    missing file just means no schedule line received yet.
           SELECT SchedStatusFile
           ASSIGN TO "../data/po-sched-status.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SchedStatusFile-Status.

           SELECT AgingRpt
           ASSIGN TO "../data/po-aging-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-AgingRpt-Status.

           SELECT DxPriorityRpt
           ASSIGN TO "../data/po-dx-priority-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-DxPriorityRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  PoOut
           BLOCK CONTAINS 0 RECORDS.
       01  FD-PoStatus-Record  PIC X(30).

       FD  SchedStatusFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY SCHDSTAT REPLACING ==:tag:== BY ==SchdIn==.

       FD  AgingRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-AgingRpt-Record  PIC X(132).

       FD  DxPriorityRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DxPriorityRpt-Record  PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==AgingRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==DxPriorityRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==SchedStatusFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-AgingRpt-Record-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Bad-Date-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-Skipped-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-DxPriorityRpt-Record-Cnt  PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Lines-Aged-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Sched-Rcvd-Skipped-Cnt    PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Supp-Row-Found-Flag       PIC X.
              INDEXED BY WS-Closed-PO-IDX.
              15 WS-Closed-PO-Number       PIC X(06).

       01  WS-Closed-Line-Storage.
      *    Likewise only the schedule lines received in full.
           12 WS-Closed-Line-Max-Cnt       PIC S9(4) COMP VALUE +9999.
           12 WS-Closed-Line-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-Line-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Closed-Line-Cnt
              INDEXED BY WS-Closed-Line-IDX.
              15 WS-Closed-Line-PO         PIC X(06).
              15 WS-Closed-Line-No         PIC 9(02).
           12 WS-Closed-Line-Found-Flag    PIC X VALUE 'N'.
              88 WS-Closed-Line-Found         VALUE 'Y'.
              88 WS-Closed-Line-Not-Found     VALUE 'N'.
           12 WS-Sched-Sub                 PIC S9(4) COMP VALUE ZERO.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Hold-Date                 PIC 9(08) VALUE ZERO.
           12 WS-Hold-Due                  PIC X(08) VALUE SPACES.
           12 WS-Hold-Line-No              PIC X(02) VALUE SPACES.
           12 WS-Delivery-Int              PIC 9(10) VALUE ZERO.
           12 WS-Days-Out                  PIC S9(05) VALUE ZERO.

              15 WS-Supp-Printed-Flag PIC X VALUE 'N'.
                 88 WS-Supp-Row-Printed  VALUE 'Y'.

       01  WS-Dx-Storage.
      *    The past-due DX-rated POs, held for the priority list.
           12 WS-Dx-Max-Cnt                PIC S9(4) COMP VALUE +999.
           12 WS-Dx-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-Dx-Printed-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Dx-Pick-IDX               PIC S9(4) COMP VALUE ZERO.
           12 WS-Dx-Pick-High-Late         PIC S9(5) VALUE ZERO.
           12 WS-Dx-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Dx-Cnt
              INDEXED BY WS-Dx-IDX.
              15 WS-Dx-PO-Number           PIC X(06).
              15 WS-Dx-Supplier            PIC X(10).
              15 WS-Dx-Part                PIC X(23).
              15 WS-Dx-Contract            PIC X(16).
              15 WS-Dx-Delivery-Date       PIC X(08).
              15 WS-Dx-Days-Late           PIC S9(5).
              15 WS-Dx-Line-No             PIC X(02).
              15 WS-Dx-Printed-Flag        PIC X.
                 88 WS-Dx-Row-Printed         VALUE 'Y'.

       01  WS-Report-Control.
           12 WS-Rows-Printed-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Pick-IDX                  PIC S9(4) COMP VALUE ZERO.
           12 WS-90-Edit                   PIC ZZZZZZ9.
           12 WS-Beyond-Edit               PIC ZZZZZZ9.
           12 WS-Total-Edit                PIC ZZZZZZ9.
           12 WS-Late-Edit                 PIC ZZZZ9.

       COPY MSGAREA.

           COMPUTE WS-Today-Int =
              FUNCTION INTEGER-OF-DATE(WS-Today-Date).
           PERFORM 1010-Load-Closed-PO-Table.
           PERFORM 1020-Load-Closed-Line-Table.
           OPEN INPUT PoOut.
           OPEN OUTPUT AgingRpt.
           OPEN OUTPUT DxPriorityRpt.

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
              END-IF
           END-IF.

       1020-Load-Closed-Line-Table.
           OPEN INPUT SchedStatusFile.
           IF WS-SchedStatusFile-Good
              PERFORM 1025-Load-One-Closed-Line
                 UNTIL WS-SchedStatusFile-EOF
              CLOSE SchedStatusFile
           END-IF.

       1025-Load-One-Closed-Line.
           READ SchedStatusFile
              AT END SET WS-SchedStatusFile-EOF TO TRUE
           END-READ.
           IF WS-SchedStatusFile-Good
              IF SchdIn-LINE-CLOSED
                 IF WS-Closed-Line-Cnt >= WS-Closed-Line-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Closed-Line-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Closed-Line-Cnt
                 SET WS-Closed-Line-IDX TO WS-Closed-Line-Cnt
                 MOVE SchdIn-PO-NUMBER TO
                    WS-Closed-Line-PO(WS-Closed-Line-IDX)
                 MOVE SchdIn-LINE-NO TO
                    WS-Closed-Line-No(WS-Closed-Line-IDX)
              END-IF
           END-IF.

       2000-Age-Purchase-Orders.
           READ PoOut
              AT END SET WS-PoOut-EOF TO TRUE
              PERFORM 2120-Add-Supplier-Row
           END-IF.

      *    An image from before schedule lines has spaces in the
      *    count -- aged on DELIVERY-DATE as always.
           IF PoOut-SCHED-LINE-CNT IS NUMERIC AND
              PoOut-SCHED-LINE-CNT > ZERO AND
              PoOut-SCHED-LINE-CNT NOT > 12
              PERFORM 2150-Age-One-Sched-Line
                 VARYING WS-Sched-Sub FROM 1 BY 1
                 UNTIL WS-Sched-Sub > PoOut-SCHED-LINE-CNT
           ELSE
              MOVE PoOut-DELIVERY-DATE TO WS-Hold-Due
              MOVE SPACES TO WS-Hold-Line-No
              PERFORM 2140-Bucket-By-Due-Date
           END-IF.

      *    Buckets one PO, or one schedule line, on WS-Hold-Due.
       2140-Bucket-By-Due-Date.
           IF WS-Hold-Due IS NOT NUMERIC
              ADD +1 TO WS-Bad-Date-Cnt
           ELSE
              MOVE WS-Hold-Due TO WS-Hold-Date
              COMPUTE WS-Delivery-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Hold-Date)
              IF WS-Delivery-Int = ZERO
                    WHEN WS-Days-Out < ZERO
                       ADD +1 TO
                          WS-Supp-Overdue-Cnt(WS-Supp-Match-IDX)
                       IF PoOut-DPAS-DX
                          PERFORM 2130-Hold-DX-PO
                       END-IF
                    WHEN WS-Days-Out <= 7
                       ADD +1 TO WS-Supp-Week-Cnt(WS-Supp-Match-IDX)
                    WHEN WS-Days-Out <= 30
              END-IF
           END-IF.

       2150-Age-One-Sched-Line.
           MOVE PoOut-SCHED-LINE-NO(WS-Sched-Sub) TO WS-Hold-Line-No.
           SET WS-Closed-Line-Not-Found TO TRUE.
           PERFORM VARYING WS-Closed-Line-IDX FROM 1 BY 1
              UNTIL WS-Closed-Line-IDX > WS-Closed-Line-Cnt
              IF WS-Closed-Line-PO(WS-Closed-Line-IDX) =
                 PoOut-PO-NUMBER AND
                 WS-Closed-Line-No(WS-Closed-Line-IDX) =
                 PoOut-SCHED-LINE-NO(WS-Sched-Sub)
                 SET WS-Closed-Line-Found TO TRUE
                 SET WS-Closed-Line-IDX TO WS-Closed-Line-Cnt
              END-IF
           END-PERFORM.
           IF WS-Closed-Line-Found
              ADD +1 TO WS-Sched-Rcvd-Skipped-Cnt
           ELSE
              ADD +1 TO WS-Sched-Lines-Aged-Cnt
              MOVE PoOut-SCHED-DUE-DATE(WS-Sched-Sub) TO WS-Hold-Due
              PERFORM 2140-Bucket-By-Due-Date
           END-IF.

       2110-Find-Supplier-Row.
           SET WS-Supp-Row-Not-Found TO TRUE.
           MOVE ZERO TO WS-Supp-Match-IDX.
           SET WS-Supp-Match-IDX TO WS-Supp-Occurs-Dep-Counter.
           MOVE PoOut-SUPPLIER-CODE TO WS-Supp-Code(WS-Supp-Match-IDX).

       2130-Hold-DX-PO.
           IF WS-Dx-Cnt >= WS-Dx-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Dx-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Dx-Cnt.
           SET WS-Dx-IDX TO WS-Dx-Cnt.
           MOVE PoOut-PO-NUMBER TO WS-Dx-PO-Number(WS-Dx-IDX).
           MOVE PoOut-SUPPLIER-CODE TO WS-Dx-Supplier(WS-Dx-IDX).
           MOVE PoOut-PART-NUMBER TO WS-Dx-Part(WS-Dx-IDX).
           MOVE PoOut-PRIME-CONTRACT-NO TO WS-Dx-Contract(WS-Dx-IDX).
           MOVE WS-Hold-Due TO WS-Dx-Delivery-Date(WS-Dx-IDX).
           MOVE WS-Hold-Line-No TO WS-Dx-Line-No(WS-Dx-IDX).
           COMPUTE WS-Dx-Days-Late(WS-Dx-IDX) = 0 - WS-Days-Out.
           MOVE 'N' TO WS-Dx-Printed-Flag(WS-Dx-IDX).

       3000-End-Job.
           DISPLAY "POAGING: 3000-End-Job".
           CLOSE PoOut.
           PERFORM 3010-Write-Aging-Report.
           CLOSE AgingRpt.
           PERFORM 3050-Write-DX-Priority-List.
           CLOSE DxPriorityRpt.
           DISPLAY "  Po-Aging: POs Read:         " FD-PoOut-Record-Cnt.
           DISPLAY "  Po-Aging: Suppliers Listed: "
              WS-Supp-Occurs-Dep-Counter.
           DISPLAY "  Po-Aging: Bad Deliv Dates:  " WS-Bad-Date-Cnt.
           DISPLAY "  Po-Aging: Closed Skipped:   "
              WS-Closed-Skipped-Cnt.
           DISPLAY "  Po-Aging: DX Past Due:      " WS-Dx-Cnt.
           DISPLAY "  Po-Aging: Sched Lines Aged: "
              WS-Sched-Lines-Aged-Cnt.
           DISPLAY "  Po-Aging: Sched Lines Rcvd: "
              WS-Sched-Rcvd-Skipped-Cnt.

      *    Worst suppliers first: repeatedly pick the unprinted row
      *    with the highest overdue count -- the table is small
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Most days late first -- the same selection pass the
      *    aging report uses.
       3050-Write-DX-Priority-List.
           MOVE SPACES TO FD-DxPriorityRpt-Record.
           STRING "DPAS DX-RATED POS PAST DUE"
              DELIMITED BY SIZE INTO FD-DxPriorityRpt-Record.
           PERFORM 3090-Write-DX-Line.
           MOVE SPACES TO FD-DxPriorityRpt-Record.
           STRING "PO      SUPPLIER    PART NUMBER            "
              "  PRIME CONTRACT    DUE DATE  DAYS LATE  LINE"
              DELIMITED BY SIZE INTO FD-DxPriorityRpt-Record.
           PERFORM 3090-Write-DX-Line.
           MOVE ZERO TO WS-Dx-Printed-Cnt.
           PERFORM 3060-Write-Latest-DX-Row
              UNTIL WS-Dx-Printed-Cnt >= WS-Dx-Cnt.
           IF WS-Dx-Cnt = ZERO
              MOVE SPACES TO FD-DxPriorityRpt-Record
              STRING "NONE" DELIMITED BY SIZE
                 INTO FD-DxPriorityRpt-Record
              PERFORM 3090-Write-DX-Line
           END-IF.

       3060-Write-Latest-DX-Row.
           MOVE ZERO TO WS-Dx-Pick-IDX.
           MOVE -1 TO WS-Dx-Pick-High-Late.
           PERFORM VARYING WS-Dx-IDX FROM 1 BY 1
              UNTIL WS-Dx-IDX > WS-Dx-Cnt
              IF NOT WS-Dx-Row-Printed(WS-Dx-IDX) AND
                 WS-Dx-Days-Late(WS-Dx-IDX) > WS-Dx-Pick-High-Late
                 MOVE WS-Dx-Days-Late(WS-Dx-IDX) TO
                    WS-Dx-Pick-High-Late
                 SET WS-Dx-Pick-IDX TO WS-Dx-IDX
              END-IF
           END-PERFORM.
           MOVE WS-Dx-Days-Late(WS-Dx-Pick-IDX) TO WS-Late-Edit.
           MOVE SPACES TO FD-DxPriorityRpt-Record.
           STRING WS-Dx-PO-Number(WS-Dx-Pick-IDX) "  "
              WS-Dx-Supplier(WS-Dx-Pick-IDX) "  "
              WS-Dx-Part(WS-Dx-Pick-IDX) "  "
              WS-Dx-Contract(WS-Dx-Pick-IDX) "  "
              WS-Dx-Delivery-Date(WS-Dx-Pick-IDX) "      "
              WS-Late-Edit "    "
              WS-Dx-Line-No(WS-Dx-Pick-IDX)
              DELIMITED BY SIZE INTO FD-DxPriorityRpt-Record.
           PERFORM 3090-Write-DX-Line.
           ADD +1 TO WS-Dx-Printed-Cnt.
           MOVE 'Y' TO WS-Dx-Printed-Flag(WS-Dx-Pick-IDX).

       3090-Write-DX-Line.
           WRITE FD-DxPriorityRpt-Record.
           IF WS-DxPriorityRpt-Good
              ADD +1 TO FD-DxPriorityRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 3090-Write-DX-Line"
              DISPLAY "Write DxPriorityRpt Failed."
              DISPLAY "File Status: " WS-DxPriorityRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
