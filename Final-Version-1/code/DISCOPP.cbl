      *    currencies are NOT mixed -- one line per supplier and
      *    CURRENCY-CODE, the unit-aware rollup discipline.
      *
      *    Every supplier and currency on POOUT -- closed POs
      *    too, since their invoices are still to pay -- whose
      *    discount beats the hurdle rate once annualized
      *    (percent x 365 / (net days - discount days)) goes to
      *    the take-discount extract, the list CASHFCST forecasts
      *    payment at the discount date for.  Terms with no gap
      *    between the windows are always worth taking.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for discount opportunity
      * 2026-09-12 dastagg       Take-discount extract of the
      *                          rows that beat the hurdle rate,
      *                          for the cash forecast.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
              WITH DUPLICATES
           FILE STATUS IS WS-SuppOut-Status.

      *    Supplier(10), currency(3), discount pct 9(2)V99,
      *    discount days 9(3), net days 9(3).
           SELECT DiscTakeFile
           ASSIGN TO "../data/discount-take.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DiscTakeFile-Status.

           SELECT DiscOppRpt
           ASSIGN TO "../data/discount-opportunity-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           BLOCK CONTAINS 0 RECORDS.
           COPY SUPPOUT REPLACING ==:tag:== BY ==SuppOut==.

       FD  DiscTakeFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-DiscTake-Record.
           05 FD-DiscTake-Supplier      PIC X(10).
           05 FD-DiscTake-Currency      PIC X(03).
           05 FD-DiscTake-Disc-Pct      PIC 9(02)V99.
           05 FD-DiscTake-Disc-Days     PIC 9(03).
           05 FD-DiscTake-Net-Days      PIC 9(03).

       FD  DiscOppRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==DiscOppRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==DiscTakeFile==.

       01  WS-File-Counters.
           12 FD-PoOut-Record-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 FD-DiscOppRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Closed-Skipped-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Terms-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 FD-DiscTake-Record-Cnt       PIC S9(4) COMP VALUE ZERO.

      *    Annualized percent a discount must beat to be taken --
      *    treasury's short-term borrowing rate, roughly.
       01  WS-Hurdle-Fields.
           12 WS-Hurdle-Pct                PIC 9(03)V99 VALUE 10.00.
           12 WS-Annual-Pct                PIC 9(05)V99 VALUE ZERO.
           12 WS-Window-Gap-Days           PIC S9(04) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Closed-PO-Found-Flag      PIC X.
                 88 WS-Opp-Row-Printed    VALUE 'Y'.

      *    One-record cache of the last supplier looked up.
      *    Every supplier and currency with a discount, open or
      *    closed -- the take-discount candidates.
       01  WS-Take-Table-Storage.
           12 WS-Take-Max-Cnt              PIC S9(4) COMP VALUE +999.
           12 WS-Take-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Take-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Take-Cnt
              INDEXED BY WS-Take-IDX.
              15 WS-Take-Supplier      PIC X(10).
              15 WS-Take-Currency      PIC X(03).
              15 WS-Take-Disc-Pct      PIC 9(02)V99.
              15 WS-Take-Disc-Days     PIC 9(03).
              15 WS-Take-Net-Days      PIC 9(03).
           12 WS-Take-Found-Flag           PIC X.
              88 WS-Take-Found                VALUE 'Y'.
              88 WS-Take-Not-Found            VALUE 'N'.

       01  WS-Supp-Lookup-Fields.
           12 WS-Last-Supplier             PIC X(10) VALUE LOW-VALUES.
           12 WS-Last-Disc-Pct             PIC 9(02)V99 VALUE ZERO.
           OPEN INPUT PoOut.
           OPEN INPUT SuppOut.
           OPEN OUTPUT DiscOppRpt.
           OPEN OUTPUT DiscTakeFile.

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
              ELSE
                 ADD +1 TO FD-PoOut-Record-Cnt
                 PERFORM 2050-Check-PO-Closed
                 PERFORM 2150-Fetch-Supplier-Terms
                 IF WS-Last-Disc-Pct NOT = ZERO
                    PERFORM 2300-Note-Take-Candidate
                 END-IF
                 IF WS-Closed-PO-Found
                    ADD +1 TO WS-Closed-Skipped-Cnt
                 ELSE
           END-PERFORM.

       2100-Tally-One-Open-PO.
           IF WS-Last-Disc-Pct = ZERO
              ADD +1 TO WS-No-Terms-Cnt
           ELSE
                 WS-Opp-Net-Days(WS-Opp-Match-IDX)
           END-IF.

       2300-Note-Take-Candidate.
           SET WS-Take-Not-Found TO TRUE.
           PERFORM VARYING WS-Take-IDX FROM 1 BY 1
              UNTIL WS-Take-IDX > WS-Take-Cnt
              IF WS-Take-Supplier(WS-Take-IDX) =
                 PoOut-SUPPLIER-CODE AND
                 WS-Take-Currency(WS-Take-IDX) =
                 PoOut-CURRENCY-CODE
                 SET WS-Take-Found TO TRUE
                 SET WS-Take-IDX TO WS-Take-Cnt
              END-IF
           END-PERFORM.
           IF WS-Take-Not-Found
              IF WS-Take-Cnt >= WS-Take-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Take-Table-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Take-Cnt
              SET WS-Take-IDX TO WS-Take-Cnt
              MOVE PoOut-SUPPLIER-CODE TO
                 WS-Take-Supplier(WS-Take-IDX)
              MOVE PoOut-CURRENCY-CODE TO
                 WS-Take-Currency(WS-Take-IDX)
              MOVE WS-Last-Disc-Pct TO WS-Take-Disc-Pct(WS-Take-IDX)
              MOVE WS-Last-Disc-Days TO
                 WS-Take-Disc-Days(WS-Take-IDX)
              MOVE WS-Last-Net-Days TO WS-Take-Net-Days(WS-Take-IDX)
           END-IF.

       3000-End-Job.
           DISPLAY "DISCOPP: 3000-End-Job".
           CLOSE PoOut SuppOut.
           PERFORM 3010-Write-Opportunity-Report.
           PERFORM 3030-Check-Worth-Taking
              VARYING WS-Take-IDX FROM 1 BY 1
              UNTIL WS-Take-IDX > WS-Take-Cnt.
           CLOSE DiscOppRpt DiscTakeFile.
           DISPLAY "  Disc-Opp: POs Read:        " FD-PoOut-Record-Cnt.
           DISPLAY "  Disc-Opp: Closed Skipped:  "
              WS-Closed-Skipped-Cnt.
           DISPLAY "  Disc-Opp: No-Discount POs: " WS-No-Terms-Cnt.
           DISPLAY "  Disc-Opp: Rows Reported:   " WS-Opp-Cnt.
           DISPLAY "  Disc-Opp: Worth Taking:    "
              FD-DiscTake-Record-Cnt.

      *    Biggest money first -- the aging report's selection
      *    pass, keyed on the discount amount.
           ADD +1 TO WS-Rows-Printed-Cnt.
           MOVE 'Y' TO WS-Opp-Printed-Flag(WS-Pick-IDX).

       3030-Check-Worth-Taking.
           COMPUTE WS-Window-Gap-Days =
              WS-Take-Net-Days(WS-Take-IDX) -
              WS-Take-Disc-Days(WS-Take-IDX).
           IF WS-Window-Gap-Days > ZERO
              COMPUTE WS-Annual-Pct ROUNDED =
                 WS-Take-Disc-Pct(WS-Take-IDX) * 365 /
                 WS-Window-Gap-Days
           ELSE
              MOVE 99999.99 TO WS-Annual-Pct
           END-IF.
           IF WS-Annual-Pct >= WS-Hurdle-Pct
              MOVE WS-Take-Supplier(WS-Take-IDX) TO
                 FD-DiscTake-Supplier
              MOVE WS-Take-Currency(WS-Take-IDX) TO
                 FD-DiscTake-Currency
              MOVE WS-Take-Disc-Pct(WS-Take-IDX) TO
                 FD-DiscTake-Disc-Pct
              MOVE WS-Take-Disc-Days(WS-Take-IDX) TO
                 FD-DiscTake-Disc-Days
              MOVE WS-Take-Net-Days(WS-Take-IDX) TO
                 FD-DiscTake-Net-Days
              WRITE FD-DiscTake-Record
              IF WS-DiscTakeFile-Good
                 ADD +1 TO FD-DiscTake-Record-Cnt
              ELSE
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE SPACES TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "** ERROR **: 3030-Check-Worth-Taking"
                 DISPLAY "Write DiscTakeFile Failed."
                 DISPLAY "File Status: " WS-DiscTakeFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       3900-Write-Report-Line.
           WRITE FD-DiscOppRpt-Record.
           IF WS-DiscOppRpt-Good
