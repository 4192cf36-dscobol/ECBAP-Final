      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-02 dastagg       Created for commitment tracking
      * 2026-10-15 dastagg       An open PO ordered before the
      *                          current fiscal year counts at its
      *                          buyer's carry-forward percent --
      *                          the rule YREND carried it into
      *                          the year under.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FiscalCalFile-Status.

      *    YREND's carry-forward rule: buyer(3), percent 9(3);
      *    buyer *** for everyone else.  None carries in full.
           SELECT CarryRuleFile
           ASSIGN TO "../data/carry-forward-rule.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CarryRuleFile-Status.

           SELECT BuyerFile
           ASSIGN TO "../data/buyer-code.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           05 FD-Cal-Start-Date         PIC 9(08).
           05 FD-Cal-End-Date           PIC 9(08).

       FD  CarryRuleFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CarryRule-Record.
           05 FD-Carry-Buyer            PIC X(03).
           05 FD-Carry-Percent          PIC 9(03).

       FD  BuyerFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==PoStatusFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BudgetFile==.
           COPY WSFST REPLACING ==:tag:== BY ==FiscalCalFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CarryRuleFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BuyerFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CommitFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CommitRpt==.
       01  WS-Period-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Current-Period            PIC X(06) VALUE SPACES.
           12 WS-Year-Start-Date           PIC 9(08) VALUE ZERO.
           12 WS-Order-Date-Hold           PIC 9(08) VALUE ZERO.

       01  WS-Carry-Rule-Storage.
           12 WS-Carry-Default-Pct         PIC 9(03) VALUE 100.
           12 WS-Carry-Pct-Hold            PIC 9(03) VALUE ZERO.
           12 WS-Carry-Max-Cnt             PIC S9(4) COMP VALUE +999.
           12 WS-Carry-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Carry-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Carry-Cnt
              INDEXED BY WS-Carry-IDX.
              15 WS-Carry-Buyer            PIC X(03).
              15 WS-Carry-Pct              PIC 9(03).

       01  WS-Hold-Fields.
           12 WS-Hold-Buyer                PIC X(03) VALUE SPACES.
           12 WS-Remaining                 PIC S9(13)V99 COMP-3
              VALUE ZERO.
           12 WS-Committed-Value           PIC S9(13)V99 COMP-3
              VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Budget-Edit               PIC -(12)9.99.
           DISPLAY "BUYRCMT: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1005-Resolve-Fiscal-Period.
           PERFORM 1008-Resolve-Year-Start.
           PERFORM 1040-Load-Carry-Rules.
           PERFORM 1010-Load-Closed-PO-Table.
           PERFORM 1020-Load-Budget-Rows.
           PERFORM 1030-Fill-In-Buyer-Names.
              END-IF
           END-IF.

      *    The current fiscal year opens with the earliest
      *    period sharing the current period's year.
       1008-Resolve-Year-Start.
           IF WS-Current-Period > SPACES
              MOVE 99999999 TO WS-Year-Start-Date
              OPEN INPUT FiscalCalFile
              IF WS-FiscalCalFile-Good
                 PERFORM 1009-Check-One-Year-Period
                    UNTIL WS-FiscalCalFile-EOF
              END-IF
              CLOSE FiscalCalFile
           END-IF.

       1009-Check-One-Year-Period.
           READ FiscalCalFile
              AT END SET WS-FiscalCalFile-EOF TO TRUE
           END-READ.
           IF WS-FiscalCalFile-Good
              IF FD-Cal-Period-Id(1:4) = WS-Current-Period(1:4) AND
                 FD-Cal-Start-Date IS NUMERIC AND
                 FD-Cal-Start-Date < WS-Year-Start-Date
                 MOVE FD-Cal-Start-Date TO WS-Year-Start-Date
              END-IF
           END-IF.

       1010-Load-Closed-PO-Table.
           OPEN INPUT PoStatusFile.
           IF WS-PoStatusFile-Good
              END-IF
           END-IF.

       1040-Load-Carry-Rules.
           OPEN INPUT CarryRuleFile.
           IF WS-CarryRuleFile-Good
              PERFORM 1045-Load-One-Carry-Rule
                 UNTIL WS-CarryRuleFile-EOF
              CLOSE CarryRuleFile
           END-IF.

       1045-Load-One-Carry-Rule.
           READ CarryRuleFile
              AT END SET WS-CarryRuleFile-EOF TO TRUE
           END-READ.
           IF WS-CarryRuleFile-Good
              IF FD-Carry-Percent IS NUMERIC AND
                 FD-Carry-Percent <= 100
                 IF FD-Carry-Buyer = "***"
                    MOVE FD-Carry-Percent TO WS-Carry-Default-Pct
                 ELSE
                    IF WS-Carry-Cnt >= WS-Carry-Max-Cnt
                       MOVE "PSAP012S" TO WS-Msg-Id
                       MOVE "WS-Carry-Rule-Storage" TO
                          WS-Msg-Insert
                       CALL 'PSAPMSG' USING WS-Msg-Request
                       MOVE +9 TO RETURN-CODE
                       GOBACK
                    END-IF
                    ADD +1 TO WS-Carry-Cnt
                    SET WS-Carry-IDX TO WS-Carry-Cnt
                    MOVE FD-Carry-Buyer TO
                       WS-Carry-Buyer(WS-Carry-IDX)
                    MOVE FD-Carry-Percent TO
                       WS-Carry-Pct(WS-Carry-IDX)
                 END-IF
              END-IF
           END-IF.

       1030-Fill-In-Buyer-Names.
           OPEN INPUT BuyerFile.
           IF WS-BuyerFile-Good
                 ELSE
                    MOVE PoOut-BUYER-CODE TO WS-Hold-Buyer
                    PERFORM 2200-Find-Or-Add-Buyer-Row
                    PERFORM 2060-Apply-Carry-Forward
                    ADD WS-Committed-Value TO
                       WS-Buyer-Committed(WS-Buyer-Match-IDX)
                 END-IF
              END-IF
              END-IF
           END-PERFORM.

      *    A PO ordered before the fiscal year opened is carried
      *    in at its buyer's carry-forward percent.
       2060-Apply-Carry-Forward.
           MOVE PoOut-EXTENDED-VALUE TO WS-Committed-Value.
           MOVE ZERO TO WS-Order-Date-Hold.
           IF PoOut-ORDER-DATE IS NUMERIC
              MOVE PoOut-ORDER-DATE TO WS-Order-Date-Hold
           END-IF.
           IF WS-Current-Period > SPACES AND
              WS-Order-Date-Hold > ZERO AND
              WS-Order-Date-Hold < WS-Year-Start-Date
              MOVE WS-Carry-Default-Pct TO WS-Carry-Pct-Hold
              PERFORM VARYING WS-Carry-IDX FROM 1 BY 1
                 UNTIL WS-Carry-IDX > WS-Carry-Cnt
                 IF WS-Carry-Buyer(WS-Carry-IDX) = WS-Hold-Buyer
                    MOVE WS-Carry-Pct(WS-Carry-IDX) TO
                       WS-Carry-Pct-Hold
                    SET WS-Carry-IDX TO WS-Carry-Cnt
                 END-IF
              END-PERFORM
              COMPUTE WS-Committed-Value ROUNDED =
                 PoOut-EXTENDED-VALUE * WS-Carry-Pct-Hold / 100
           END-IF.

       2200-Find-Or-Add-Buyer-Row.
           MOVE ZERO TO WS-Buyer-Match-IDX.
           PERFORM VARYING WS-Buyer-IDX FROM 1 BY 1
