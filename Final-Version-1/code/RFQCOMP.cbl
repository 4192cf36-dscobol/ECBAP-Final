      ***********************************************************
      * Program name:    RFQCOMP
      * Original author: David Stagowski
      *
      *    Description: Compare and rank the quotes received
      *       against each RFQ.
      *
      *    For every RFQ on ../data/rfq.dat.txt, every quantity
      *    break is listed with the quotes received for it on
      *    ../data/rfq-quotes.dat.txt (RFQQUO layout), best
      *    first.  The ranking score is the sum of:
      *
      *       price      the quoted unit price converted to USD
      *                  (exchange-rate.dat.txt, the POCALL
      *                  conversion) as a percentage of the lowest
      *                  USD price quoted on the break -- the
      *                  cheapest scores 100
      *       lead time  2 points for every week the quoted lead
      *                  time runs past the part's WEEKS-LEAD-TIME
      *                  on PARTOUT
      *       risk       RISKIDX's tier on supplier-risk: H 20,
      *                  M 10, L none; a supplier with no score
      *                  yet counts as M
      *
      *    Lowest score ranks first.  A quote from a supplier that
      *    was not invited (rfq-invitations) is ranked but marked.
      *    A quote already past its VALID-TO date, in a currency
      *    with no rate, or for a quantity that is not one of the
      *    RFQ's breaks is listed unranked with the reason.
      *    Invited suppliers that sent nothing are listed under
      *    each RFQ, and quotes for an RFQ not on file at the end.
      *
      *       rfq-compare-rpt.dat.txt  the comparison report
      *
      *    The award is the buyer's call -- RFQAWARD stages it.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-20 dastagg       Created for RFQ quote comparison
      * 2026-09-25 dastagg       Risk record carries a sixth
      *                          factor's points -- FILLER widened.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFQCOMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RfqFile
           ASSIGN TO "../data/rfq.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RfqFile-Status.

           SELECT InviteFile
           ASSIGN TO "../data/rfq-invitations.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-InviteFile-Status.

           SELECT QuoteFile
           ASSIGN TO "../data/rfq-quotes.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QuoteFile-Status.

           SELECT RiskFile
           ASSIGN TO "../data/supplier-risk.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RiskFile-Status.

           SELECT ExchRateFile
           ASSIGN TO "../data/exchange-rate.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ExchRateFile-Status.

      *    PartOut's own SELECT in PARTCALL.cbl is the authority
      *    -- read by PART-NUMBER for WEEKS-LEAD-TIME.
           SELECT PartOut
           ASSIGN TO PARTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PartOut-PART-NUMBER
           ALTERNATE RECORD KEY IS PartOut-BLUEPRINT-NUMBER
              WITH DUPLICATES
           FILE STATUS IS WS-PartOut-Status.

           SELECT CompareRpt
           ASSIGN TO "../data/rfq-compare-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CompareRpt-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RfqFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQREC REPLACING ==:tag:== BY ==Rfq==.

       FD  InviteFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQINV REPLACING ==:tag:== BY ==Inv==.

       FD  QuoteFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RFQQUO REPLACING ==:tag:== BY ==Quo==.

       FD  RiskFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Risk-Record.
           05 FD-Risk-Supplier          PIC X(10).
           05 FD-Risk-Score             PIC 9(03).
           05 FD-Risk-Tier              PIC X(01).
           05 FILLER                    PIC X(12).

       FD  ExchRateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ExchRateFile-Record       PIC X(25).

       FD  PartOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY PARTOUT REPLACING ==:tag:== BY ==PartOut==.

       FD  CompareRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-CompareRpt-Record         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RfqFile==.
           COPY WSFST REPLACING ==:tag:== BY ==InviteFile==.
           COPY WSFST REPLACING ==:tag:== BY ==QuoteFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RiskFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ExchRateFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PartOut==.
           COPY WSFST REPLACING ==:tag:== BY ==CompareRpt==.

       01  WS-File-Counters.
           12 FD-RfqFile-Record-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 FD-QuoteFile-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 FD-CompareRpt-Record-Cnt     PIC S9(4) COMP VALUE ZERO.
           12 WS-Ranked-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Unranked-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Uninvited-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Response-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Orphan-Quote-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Found-Flag                PIC X.
              88 WS-Found                     VALUE 'Y'.
              88 WS-Not-Found                 VALUE 'N'.

       01  WS-Control-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.

       01  WS-Rfq-Storage.
           12 WS-Rfq-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Rfq-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rfq-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Rfq-Cnt
              INDEXED BY WS-Rfq-IDX.
              15 WS-Rfq-Number             PIC X(08).
              15 WS-Rfq-Part               PIC X(23).
              15 WS-Rfq-Due-Date           PIC 9(08).
              15 WS-Rfq-Buyer              PIC X(03).
              15 WS-Rfq-Lead-Weeks         PIC 9(03).
              15 WS-Rfq-Break              PIC 9(07) OCCURS 4 TIMES.

       01  WS-Invite-Storage.
           12 WS-Invite-Max-Cnt            PIC S9(4) COMP VALUE +9999.
           12 WS-Invite-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Invite-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Invite-Cnt
              INDEXED BY WS-Invite-IDX.
              15 WS-Invite-Rfq-Number      PIC X(08).
              15 WS-Invite-Supplier        PIC X(10).
              15 WS-Invite-Answered-Flag   PIC X(01).
                 88 WS-Invite-Answered        VALUE 'Y'.

       01  WS-Risk-Storage.
           12 WS-Risk-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Risk-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Risk-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Risk-Cnt
              INDEXED BY WS-Risk-IDX.
              15 WS-Risk-Supplier          PIC X(10).
              15 WS-Risk-Tier              PIC X(01).

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

      *    Every quote received, with its USD price and score
      *    once worked out.  State U = unranked (Reason says
      *    why), R = ranked and printed, blank = not yet.
       01  WS-Quote-Storage.
           12 WS-Quote-Max-Cnt             PIC S9(4) COMP VALUE +9999.
           12 WS-Quote-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Quote-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Quote-Cnt
              INDEXED BY WS-Quote-IDX.
              15 WS-Quote-Rfq-Number       PIC X(08).
              15 WS-Quote-Supplier         PIC X(10).
              15 WS-Quote-Break-Qty        PIC 9(07).
              15 WS-Quote-Price            PIC 9(07)V99.
              15 WS-Quote-Currency         PIC X(03).
              15 WS-Quote-Lead-Weeks       PIC 9(03).
              15 WS-Quote-Valid-To         PIC 9(08).
              15 WS-Quote-Usd-Price        PIC 9(09)V9(04).
              15 WS-Quote-Risk-Tier        PIC X(01).
              15 WS-Quote-Score            PIC 9(05)V99.
              15 WS-Quote-Invited-Flag     PIC X(01).
                 88 WS-Quote-Invited          VALUE 'Y'.
              15 WS-Quote-Matched-Flag     PIC X(01).
                 88 WS-Quote-Matched          VALUE 'Y'.
              15 WS-Quote-State            PIC X(01).
                 88 WS-Quote-Pending          VALUE ' '.
                 88 WS-Quote-Unranked         VALUE 'U'.
                 88 WS-Quote-Ranked           VALUE 'R'.
              15 WS-Quote-Reason           PIC X(20).

       01  WS-Hold-Fields.
           12 WS-Break-Sub                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Break                PIC 9(07) VALUE ZERO.
           12 WS-Hold-Rfq                  PIC X(08) VALUE SPACES.
           12 WS-Low-Usd-Price             PIC 9(09)V9(04) VALUE ZERO.
           12 WS-Lead-Over                 PIC S9(04) VALUE ZERO.
           12 WS-Rank                      PIC S9(4) COMP VALUE ZERO.
           12 WS-Best-IDX                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Break-Quote-Cnt           PIC S9(4) COMP VALUE ZERO.

       01  WS-Report-Edit-Fields.
           12 WS-Qty-Edit                  PIC Z(6)9.
           12 WS-Price-Edit                PIC Z(6)9.99.
           12 WS-Usd-Edit                  PIC Z(8)9.9999.
           12 WS-Score-Edit                PIC Z(4)9.99.
           12 WS-Lead-Edit                 PIC ZZ9.
           12 WS-Rank-Edit                 PIC ZZ9.
           12 WS-Cnt-Edit                  PIC ZZZ9.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Compare-One-Rfq
              VARYING WS-Rfq-IDX FROM 1 BY 1
              UNTIL WS-Rfq-IDX > WS-Rfq-Cnt.
           PERFORM 2700-List-Orphan-Quotes.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RFQCOMP: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today-Date.
           PERFORM 1010-Load-Rfqs.
           PERFORM 1020-Load-Invitations.
           PERFORM 1030-Load-Risk-Table.
           PERFORM 1040-Load-Exch-Rate-Table.
           PERFORM 1050-Load-Quotes.
           OPEN OUTPUT CompareRpt.
           MOVE SPACES TO FD-CompareRpt-Record.
           STRING "RFQ QUOTE COMPARISON  RUN " WS-Today-Date
              "   SCORE = PRICE INDEX (LOWEST USD = 100) + 2 PER"
              " WEEK OVER PART LEAD + RISK (H 20, M 10)"
              DELIMITED BY SIZE INTO FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.

       1010-Load-Rfqs.
           OPEN INPUT RfqFile.
           IF NOT WS-RfqFile-Good
              MOVE "PSAP002E" TO WS-Msg-Id
              MOVE "rfq" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 1010-Load-Rfqs"
              DISPLAY "Open RfqFile Failed."
              DISPLAY "File Status: " WS-RfqFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT PartOut.
           PERFORM 1015-Load-One-Rfq
              UNTIL WS-RfqFile-EOF.
           CLOSE RfqFile PartOut.

       1015-Load-One-Rfq.
           READ RfqFile
              AT END SET WS-RfqFile-EOF TO TRUE
           END-READ.
           IF WS-RfqFile-Good
              ADD +1 TO FD-RfqFile-Record-Cnt
              IF WS-Rfq-Cnt >= WS-Rfq-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Rfq-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Rfq-Cnt
              SET WS-Rfq-IDX TO WS-Rfq-Cnt
              MOVE Rfq-RFQ-NUMBER TO WS-Rfq-Number(WS-Rfq-IDX)
              MOVE Rfq-PART-NUMBER TO WS-Rfq-Part(WS-Rfq-IDX)
              MOVE ZERO TO WS-Rfq-Due-Date(WS-Rfq-IDX)
              IF Rfq-DUE-DATE IS NUMERIC
                 MOVE Rfq-DUE-DATE TO WS-Rfq-Due-Date(WS-Rfq-IDX)
              END-IF
              MOVE Rfq-BUYER-CODE TO WS-Rfq-Buyer(WS-Rfq-IDX)
              PERFORM 1016-Load-One-Break
                 VARYING WS-Break-Sub FROM 1 BY 1
                 UNTIL WS-Break-Sub > 4
              MOVE ZERO TO WS-Rfq-Lead-Weeks(WS-Rfq-IDX)
              MOVE Rfq-PART-NUMBER TO PartOut-PART-NUMBER
              READ PartOut
                 INVALID KEY CONTINUE
              END-READ
              IF WS-PartOut-Good AND PartOut-WEEKS-LEAD-TIME > ZERO
                 MOVE PartOut-WEEKS-LEAD-TIME TO
                    WS-Rfq-Lead-Weeks(WS-Rfq-IDX)
              END-IF
           END-IF.

       1016-Load-One-Break.
           MOVE ZERO TO WS-Rfq-Break(WS-Rfq-IDX, WS-Break-Sub).
           IF Rfq-QTY-BREAK(WS-Break-Sub) IS NUMERIC
              MOVE Rfq-QTY-BREAK(WS-Break-Sub) TO
                 WS-Rfq-Break(WS-Rfq-IDX, WS-Break-Sub)
           END-IF.

      *    A missing invitation file just means every quote is
      *    unsolicited.
       1020-Load-Invitations.
           OPEN INPUT InviteFile.
           IF WS-InviteFile-Good
              PERFORM 1025-Load-One-Invitation
                 UNTIL WS-InviteFile-EOF
              CLOSE InviteFile
           END-IF.

       1025-Load-One-Invitation.
           READ InviteFile
              AT END SET WS-InviteFile-EOF TO TRUE
           END-READ.
           IF WS-InviteFile-Good
              IF WS-Invite-Cnt >= WS-Invite-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Invite-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Invite-Cnt
              SET WS-Invite-IDX TO WS-Invite-Cnt
              MOVE Inv-RFQ-NUMBER TO
                 WS-Invite-Rfq-Number(WS-Invite-IDX)
              MOVE Inv-SUPPLIER-CODE TO
                 WS-Invite-Supplier(WS-Invite-IDX)
              MOVE 'N' TO WS-Invite-Answered-Flag(WS-Invite-IDX)
           END-IF.

      *    A missing risk file just means no supplier is scored
      *    yet -- everyone counts as M.
       1030-Load-Risk-Table.
           OPEN INPUT RiskFile.
           IF WS-RiskFile-Good
              PERFORM 1035-Load-One-Risk-Row
                 UNTIL WS-RiskFile-EOF
              CLOSE RiskFile
           END-IF.

       1035-Load-One-Risk-Row.
           READ RiskFile
              AT END SET WS-RiskFile-EOF TO TRUE
           END-READ.
           IF WS-RiskFile-Good
              IF WS-Risk-Cnt >= WS-Risk-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Risk-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Risk-Cnt
              SET WS-Risk-IDX TO WS-Risk-Cnt
              MOVE FD-Risk-Supplier TO WS-Risk-Supplier(WS-Risk-IDX)
              MOVE FD-Risk-Tier TO WS-Risk-Tier(WS-Risk-IDX)
           END-IF.

      *    A missing rate file leaves only USD quotes rankable.
       1040-Load-Exch-Rate-Table.
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

      *    A missing quote file just means nothing has come back
      *    yet -- every invitee shows as not answered.
       1050-Load-Quotes.
           OPEN INPUT QuoteFile.
           IF WS-QuoteFile-Good
              PERFORM 1055-Load-One-Quote
                 UNTIL WS-QuoteFile-EOF
              CLOSE QuoteFile
           END-IF.

       1055-Load-One-Quote.
           READ QuoteFile
              AT END SET WS-QuoteFile-EOF TO TRUE
           END-READ.
           IF WS-QuoteFile-Good
              ADD +1 TO FD-QuoteFile-Record-Cnt
              IF WS-Quote-Cnt >= WS-Quote-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Quote-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Quote-Cnt
              SET WS-Quote-IDX TO WS-Quote-Cnt
              PERFORM 1060-Edit-One-Quote
           END-IF.

       1060-Edit-One-Quote.
           MOVE Quo-RFQ-NUMBER TO WS-Quote-Rfq-Number(WS-Quote-IDX).
           MOVE Quo-SUPPLIER-CODE TO WS-Quote-Supplier(WS-Quote-IDX).
           MOVE Quo-CURRENCY-CODE TO WS-Quote-Currency(WS-Quote-IDX).
           MOVE ZERO TO WS-Quote-Break-Qty(WS-Quote-IDX)
                        WS-Quote-Price(WS-Quote-IDX)
                        WS-Quote-Lead-Weeks(WS-Quote-IDX)
                        WS-Quote-Valid-To(WS-Quote-IDX)
                        WS-Quote-Usd-Price(WS-Quote-IDX)
                        WS-Quote-Score(WS-Quote-IDX).
           MOVE 'N' TO WS-Quote-Invited-Flag(WS-Quote-IDX)
                       WS-Quote-Matched-Flag(WS-Quote-IDX).
           MOVE SPACE TO WS-Quote-State(WS-Quote-IDX).
           MOVE SPACES TO WS-Quote-Reason(WS-Quote-IDX).
           IF Quo-BREAK-QTY IS NUMERIC AND
              Quo-UNIT-PRICE IS NUMERIC AND
              Quo-LEAD-WEEKS IS NUMERIC AND
              Quo-VALID-TO-DATE IS NUMERIC
              MOVE Quo-BREAK-QTY TO WS-Quote-Break-Qty(WS-Quote-IDX)
              MOVE Quo-UNIT-PRICE TO WS-Quote-Price(WS-Quote-IDX)
              MOVE Quo-LEAD-WEEKS TO
                 WS-Quote-Lead-Weeks(WS-Quote-IDX)
              MOVE Quo-VALID-TO-DATE TO
                 WS-Quote-Valid-To(WS-Quote-IDX)
           ELSE
              SET WS-Quote-Unranked(WS-Quote-IDX) TO TRUE
              MOVE "BAD QUOTE DATA" TO WS-Quote-Reason(WS-Quote-IDX)
           END-IF.
           IF WS-Quote-Pending(WS-Quote-IDX) AND
              WS-Quote-Valid-To(WS-Quote-IDX) < WS-Today-Date
              SET WS-Quote-Unranked(WS-Quote-IDX) TO TRUE
              MOVE "QUOTE EXPIRED" TO WS-Quote-Reason(WS-Quote-IDX)
           END-IF.
           IF WS-Quote-Pending(WS-Quote-IDX)
              PERFORM 1065-Convert-Quote-To-USD
           END-IF.
           PERFORM VARYING WS-Invite-IDX FROM 1 BY 1
              UNTIL WS-Invite-IDX > WS-Invite-Cnt
              IF WS-Invite-Rfq-Number(WS-Invite-IDX) =
                 Quo-RFQ-NUMBER AND
                 WS-Invite-Supplier(WS-Invite-IDX) =
                 Quo-SUPPLIER-CODE
                 MOVE 'Y' TO WS-Quote-Invited-Flag(WS-Quote-IDX)
                 MOVE 'Y' TO WS-Invite-Answered-Flag(WS-Invite-IDX)
                 SET WS-Invite-IDX TO WS-Invite-Cnt
              END-IF
           END-PERFORM.
           MOVE 'M' TO WS-Quote-Risk-Tier(WS-Quote-IDX).
           PERFORM VARYING WS-Risk-IDX FROM 1 BY 1
              UNTIL WS-Risk-IDX > WS-Risk-Cnt
              IF WS-Risk-Supplier(WS-Risk-IDX) = Quo-SUPPLIER-CODE
                 MOVE WS-Risk-Tier(WS-Risk-IDX) TO
                    WS-Quote-Risk-Tier(WS-Quote-IDX)
                 SET WS-Risk-IDX TO WS-Risk-Cnt
              END-IF
           END-PERFORM.

      *    US dollars need no rate row to convert one for one --
      *    the 6140-Convert-Value-To-USD stance in POCALL.
       1065-Convert-Quote-To-USD.
           SET WS-Exch-Rate-Not-Found TO TRUE.
           PERFORM VARYING WS-Exch-Rate-IDX FROM 1 BY 1
              UNTIL WS-Exch-Rate-IDX > WS-Exch-Rate-Cnt
              IF Quo-CURRENCY-CODE =
                 WS-Exch-Rate-Code(WS-Exch-Rate-IDX)
                 SET WS-Exch-Rate-Found TO TRUE
                 MOVE WS-Exch-Rate-Value(WS-Exch-Rate-IDX) TO
                    WS-Exch-Rate-Hold
                 SET WS-Exch-Rate-IDX TO WS-Exch-Rate-Cnt
              END-IF
           END-PERFORM.
           IF WS-Exch-Rate-Not-Found AND Quo-CURRENCY-CODE = 'USD'
              SET WS-Exch-Rate-Found TO TRUE
              MOVE 1 TO WS-Exch-Rate-Hold
           END-IF.
           IF WS-Exch-Rate-Found
              COMPUTE WS-Quote-Usd-Price(WS-Quote-IDX) ROUNDED =
                 WS-Quote-Price(WS-Quote-IDX) * WS-Exch-Rate-Hold
           ELSE
              SET WS-Quote-Unranked(WS-Quote-IDX) TO TRUE
              MOVE "NO EXCHANGE RATE" TO
                 WS-Quote-Reason(WS-Quote-IDX)
           END-IF.

       2000-Compare-One-Rfq.
           MOVE WS-Rfq-Number(WS-Rfq-IDX) TO WS-Hold-Rfq.
           MOVE SPACES TO FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.
           MOVE WS-Rfq-Lead-Weeks(WS-Rfq-IDX) TO WS-Lead-Edit.
           STRING "RFQ " WS-Hold-Rfq
              "  PART " WS-Rfq-Part(WS-Rfq-IDX)
              "  PART LEAD WKS " WS-Lead-Edit
              "  DUE " WS-Rfq-Due-Date(WS-Rfq-IDX)
              "  BUYER " WS-Rfq-Buyer(WS-Rfq-IDX)
              DELIMITED BY SIZE INTO FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.
           PERFORM 2100-Compare-One-Break
              VARYING WS-Break-Sub FROM 1 BY 1
              UNTIL WS-Break-Sub > 4.
           PERFORM 2500-List-Unmatched-Quote
              VARYING WS-Quote-IDX FROM 1 BY 1
              UNTIL WS-Quote-IDX > WS-Quote-Cnt.
           PERFORM 2600-List-No-Response
              VARYING WS-Invite-IDX FROM 1 BY 1
              UNTIL WS-Invite-IDX > WS-Invite-Cnt.

       2100-Compare-One-Break.
           MOVE WS-Rfq-Break(WS-Rfq-IDX, WS-Break-Sub) TO
              WS-Hold-Break.
           IF WS-Hold-Break > ZERO
              MOVE WS-Hold-Break TO WS-Qty-Edit
              MOVE SPACES TO FD-CompareRpt-Record
              STRING "  BREAK QTY " WS-Qty-Edit
                 DELIMITED BY SIZE INTO FD-CompareRpt-Record
              PERFORM 2990-Write-Compare-Rpt-Line
              MOVE SPACES TO FD-CompareRpt-Record
              MOVE "RANK"      TO FD-CompareRpt-Record(5:4)
              MOVE "SUPPLIER"  TO FD-CompareRpt-Record(10:8)
              MOVE "PRICE"     TO FD-CompareRpt-Record(26:5)
              MOVE "CUR"       TO FD-CompareRpt-Record(32:3)
              MOVE "USD PRICE" TO FD-CompareRpt-Record(40:9)
              MOVE "LEAD"      TO FD-CompareRpt-Record(51:4)
              MOVE "RISK"      TO FD-CompareRpt-Record(56:4)
              MOVE "SCORE"     TO FD-CompareRpt-Record(63:5)
              MOVE "VALID TO"  TO FD-CompareRpt-Record(69:8)
              PERFORM 2990-Write-Compare-Rpt-Line
              MOVE ZERO TO WS-Low-Usd-Price WS-Break-Quote-Cnt
              PERFORM 2110-Score-Break-Quote
                 VARYING WS-Quote-IDX FROM 1 BY 1
                 UNTIL WS-Quote-IDX > WS-Quote-Cnt
              MOVE ZERO TO WS-Rank
              MOVE +1 TO WS-Best-IDX
              PERFORM 2200-Rank-Next-Quote
                 UNTIL WS-Best-IDX = ZERO
              PERFORM 2300-List-Unranked-Quote
                 VARYING WS-Quote-IDX FROM 1 BY 1
                 UNTIL WS-Quote-IDX > WS-Quote-Cnt
              IF WS-Break-Quote-Cnt = ZERO
                 MOVE SPACES TO FD-CompareRpt-Record
                 MOVE "NO QUOTES FOR THIS BREAK" TO
                    FD-CompareRpt-Record(5:24)
                 PERFORM 2990-Write-Compare-Rpt-Line
              END-IF
           END-IF.

      *    First pass over the break: claim its quotes and find
      *    the lowest USD price; the index needs it before any
      *    score can be worked out.
       2110-Score-Break-Quote.
           IF WS-Quote-Rfq-Number(WS-Quote-IDX) = WS-Hold-Rfq AND
              WS-Quote-Break-Qty(WS-Quote-IDX) = WS-Hold-Break
              MOVE 'Y' TO WS-Quote-Matched-Flag(WS-Quote-IDX)
              ADD +1 TO WS-Break-Quote-Cnt
              IF WS-Quote-Pending(WS-Quote-IDX) AND
                 WS-Quote-Usd-Price(WS-Quote-IDX) > ZERO
                 IF WS-Low-Usd-Price = ZERO OR
                    WS-Quote-Usd-Price(WS-Quote-IDX) <
                    WS-Low-Usd-Price
                    MOVE WS-Quote-Usd-Price(WS-Quote-IDX) TO
                       WS-Low-Usd-Price
                 END-IF
              END-IF
           END-IF.

      *    Pick the lowest-scoring quote not yet printed; scores
      *    are worked out as each quote is first looked at.
       2200-Rank-Next-Quote.
           MOVE ZERO TO WS-Best-IDX.
           PERFORM VARYING WS-Quote-IDX FROM 1 BY 1
              UNTIL WS-Quote-IDX > WS-Quote-Cnt
              IF WS-Quote-Rfq-Number(WS-Quote-IDX) = WS-Hold-Rfq AND
                 WS-Quote-Break-Qty(WS-Quote-IDX) = WS-Hold-Break AND
                 WS-Quote-Pending(WS-Quote-IDX)
                 IF WS-Rank = ZERO
                    PERFORM 2210-Work-Out-Score
                 END-IF
                 IF WS-Best-IDX = ZERO
                    SET WS-Best-IDX TO WS-Quote-IDX
                 ELSE
                    IF WS-Quote-Score(WS-Quote-IDX) <
                       WS-Quote-Score(WS-Best-IDX)
                       SET WS-Best-IDX TO WS-Quote-IDX
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-Best-IDX NOT = ZERO
              ADD +1 TO WS-Rank
              SET WS-Quote-IDX TO WS-Best-IDX
              SET WS-Quote-Ranked(WS-Quote-IDX) TO TRUE
              ADD +1 TO WS-Ranked-Cnt
              PERFORM 2400-Print-Quote-Line
           END-IF.

       2210-Work-Out-Score.
           IF WS-Low-Usd-Price > ZERO
              COMPUTE WS-Quote-Score(WS-Quote-IDX) ROUNDED =
                 WS-Quote-Usd-Price(WS-Quote-IDX) * 100 /
                 WS-Low-Usd-Price
           ELSE
              MOVE 100 TO WS-Quote-Score(WS-Quote-IDX)
           END-IF.
           COMPUTE WS-Lead-Over = WS-Quote-Lead-Weeks(WS-Quote-IDX)
              - WS-Rfq-Lead-Weeks(WS-Rfq-IDX).
           IF WS-Rfq-Lead-Weeks(WS-Rfq-IDX) > ZERO AND
              WS-Lead-Over > ZERO
              COMPUTE WS-Quote-Score(WS-Quote-IDX) =
                 WS-Quote-Score(WS-Quote-IDX) + (WS-Lead-Over * 2)
           END-IF.
           EVALUATE WS-Quote-Risk-Tier(WS-Quote-IDX)
              WHEN 'H'
                 ADD 20 TO WS-Quote-Score(WS-Quote-IDX)
              WHEN 'L'
                 CONTINUE
              WHEN OTHER
                 ADD 10 TO WS-Quote-Score(WS-Quote-IDX)
           END-EVALUATE.

       2300-List-Unranked-Quote.
           IF WS-Quote-Rfq-Number(WS-Quote-IDX) = WS-Hold-Rfq AND
              WS-Quote-Break-Qty(WS-Quote-IDX) = WS-Hold-Break AND
              WS-Quote-Unranked(WS-Quote-IDX)
              ADD +1 TO WS-Unranked-Cnt
              PERFORM 2400-Print-Quote-Line
           END-IF.

       2400-Print-Quote-Line.
           MOVE SPACES TO FD-CompareRpt-Record.
           IF WS-Quote-Ranked(WS-Quote-IDX)
              MOVE WS-Rank TO WS-Rank-Edit
              MOVE WS-Rank-Edit TO FD-CompareRpt-Record(5:3)
              MOVE WS-Quote-Score(WS-Quote-IDX) TO WS-Score-Edit
              MOVE WS-Score-Edit TO FD-CompareRpt-Record(61:8)
              MOVE WS-Quote-Usd-Price(WS-Quote-IDX) TO WS-Usd-Edit
              MOVE WS-Usd-Edit TO FD-CompareRpt-Record(36:14)
           ELSE
              MOVE "--" TO FD-CompareRpt-Record(6:2)
           END-IF.
           MOVE WS-Quote-Supplier(WS-Quote-IDX) TO
              FD-CompareRpt-Record(10:10).
           MOVE WS-Quote-Price(WS-Quote-IDX) TO WS-Price-Edit.
           MOVE WS-Price-Edit TO FD-CompareRpt-Record(21:10).
           MOVE WS-Quote-Currency(WS-Quote-IDX) TO
              FD-CompareRpt-Record(32:3).
           MOVE WS-Quote-Lead-Weeks(WS-Quote-IDX) TO WS-Lead-Edit.
           MOVE WS-Lead-Edit TO FD-CompareRpt-Record(52:3).
           MOVE WS-Quote-Risk-Tier(WS-Quote-IDX) TO
              FD-CompareRpt-Record(57:1).
           MOVE WS-Quote-Valid-To(WS-Quote-IDX) TO
              FD-CompareRpt-Record(69:8).
           IF WS-Quote-Unranked(WS-Quote-IDX)
              MOVE WS-Quote-Reason(WS-Quote-IDX) TO
                 FD-CompareRpt-Record(79:20)
           ELSE
              IF NOT WS-Quote-Invited(WS-Quote-IDX)
                 ADD +1 TO WS-Uninvited-Cnt
                 MOVE "NOT INVITED" TO FD-CompareRpt-Record(79:11)
              END-IF
           END-IF.
           PERFORM 2990-Write-Compare-Rpt-Line.

      *    A quote against this RFQ for a quantity that is not
      *    one of its breaks.
       2500-List-Unmatched-Quote.
           IF WS-Quote-Rfq-Number(WS-Quote-IDX) = WS-Hold-Rfq AND
              NOT WS-Quote-Matched(WS-Quote-IDX)
              MOVE 'Y' TO WS-Quote-Matched-Flag(WS-Quote-IDX)
              SET WS-Quote-Unranked(WS-Quote-IDX) TO TRUE
              IF WS-Quote-Reason(WS-Quote-IDX) = SPACES
                 MOVE "NOT A REQUESTED QTY" TO
                    WS-Quote-Reason(WS-Quote-IDX)
              END-IF
              ADD +1 TO WS-Unranked-Cnt
              MOVE WS-Quote-Break-Qty(WS-Quote-IDX) TO WS-Qty-Edit
              MOVE SPACES TO FD-CompareRpt-Record
              STRING "  QTY " WS-Qty-Edit " QUOTED BY "
                 WS-Quote-Supplier(WS-Quote-IDX) " -- "
                 WS-Quote-Reason(WS-Quote-IDX)
                 DELIMITED BY SIZE INTO FD-CompareRpt-Record
              PERFORM 2990-Write-Compare-Rpt-Line
           END-IF.

       2600-List-No-Response.
           IF WS-Invite-Rfq-Number(WS-Invite-IDX) = WS-Hold-Rfq AND
              NOT WS-Invite-Answered(WS-Invite-IDX)
              ADD +1 TO WS-No-Response-Cnt
              MOVE SPACES TO FD-CompareRpt-Record
              STRING "  INVITED, NO QUOTE RECEIVED: "
                 WS-Invite-Supplier(WS-Invite-IDX)
                 DELIMITED BY SIZE INTO FD-CompareRpt-Record
              PERFORM 2990-Write-Compare-Rpt-Line
           END-IF.

       2700-List-Orphan-Quotes.
           MOVE SPACES TO FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.
           MOVE "QUOTES FOR AN RFQ NOT ON FILE" TO
              FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.
           PERFORM 2710-List-One-Orphan
              VARYING WS-Quote-IDX FROM 1 BY 1
              UNTIL WS-Quote-IDX > WS-Quote-Cnt.
           MOVE SPACES TO FD-CompareRpt-Record.
           MOVE WS-Orphan-Quote-Cnt TO WS-Cnt-Edit.
           STRING "  TOTAL: " WS-Cnt-Edit
              DELIMITED BY SIZE INTO FD-CompareRpt-Record.
           PERFORM 2990-Write-Compare-Rpt-Line.

       2710-List-One-Orphan.
           IF NOT WS-Quote-Matched(WS-Quote-IDX)
              ADD +1 TO WS-Orphan-Quote-Cnt
              MOVE WS-Quote-Break-Qty(WS-Quote-IDX) TO WS-Qty-Edit
              MOVE SPACES TO FD-CompareRpt-Record
              STRING "  RFQ " WS-Quote-Rfq-Number(WS-Quote-IDX)
                 "  SUPPLIER " WS-Quote-Supplier(WS-Quote-IDX)
                 "  QTY " WS-Qty-Edit
                 DELIMITED BY SIZE INTO FD-CompareRpt-Record
              PERFORM 2990-Write-Compare-Rpt-Line
           END-IF.

       2990-Write-Compare-Rpt-Line.
           WRITE FD-CompareRpt-Record.
           IF WS-CompareRpt-Good
              ADD +1 TO FD-CompareRpt-Record-Cnt
           ELSE
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "rfq-compare-rpt" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2990-Write-Compare-Rpt-Line"
              DISPLAY "File Status: " WS-CompareRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RFQCOMP: 3000-End-Job".
           CLOSE CompareRpt.
           DISPLAY "  Rfq-Comp: RFQs Read:           "
              FD-RfqFile-Record-Cnt.
           DISPLAY "  Rfq-Comp: Quotes Read:         "
              FD-QuoteFile-Record-Cnt.
           DISPLAY "  Rfq-Comp: Quotes Ranked:       " WS-Ranked-Cnt.
           DISPLAY "  Rfq-Comp: Quotes Not Ranked:   "
              WS-Unranked-Cnt.
           DISPLAY "  Rfq-Comp: Ranked Not Invited:  "
              WS-Uninvited-Cnt.
           DISPLAY "  Rfq-Comp: Invitees No Quote:   "
              WS-No-Response-Cnt.
           DISPLAY "  Rfq-Comp: Quotes No RFQ:       "
              WS-Orphan-Quote-Cnt.
