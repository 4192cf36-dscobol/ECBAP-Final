      ***********************************************************
      * Program name:    POENTRY
      * Original author: David Stagowski
      *
      *    Description: CICS purchase order entry transaction
      *       (PSQE) against the PARTOUT and SUPPOUT keyed files.
      *
      *    A buyer who needed a PO placed today used to fill in
      *    a plant transmission by hand and wait for the night's
      *    PSAP run to find out what POCALL thought of it.  This
      *    takes the PO at the terminal, against a part already
      *    on PARTOUT and a supplier already on SUPPOUT, and runs
      *    POCALL's entry edits on the spot:
      *      quantity and unit price ranges     PO-QTY PO-PRICE
      *      order value ceiling                PO-ORDVAL
      *      buyer code and single-PO limit     PO-BUYER
      *                                         PO-BUYLIMIT
      *      period budget                      PO-BUDGET
      *      currency code (blank is USD)       PO-CURRENCY
      *      order minimum and multiple         PO-ORDRULES
      *      part lifecycle                     POCL008E
      *                                         POCL009W
      *      negotiated catalog price           PO-CATALOG
      *      delivery on a working day          POCL004W
      *      delivery inside the lead time      PO-DLVLEAD
      *    each classed fatal or warning by the same SV rows of
      *    the severity file POCALL reads (budget and part hold
      *    warn unless hardened, as in batch).  The tables come
      *    from the POEDREF cluster PSAPRBLD loads from POCALL's
      *    own parameter files.
      *
      *    Terminal input, fixed columns so a part number with
      *    embedded blanks cannot shift the fields:
      *
      *       PSQE <part> <supplier> <byr> <qty> <price> <date>
      *            <cur> <Y>
      *
      *         6-28  part number         30-39  supplier code
      *        41-43  buyer code          45-51  quantity, 7
      *                                          digits
      *        53-62  unit price as       64-71  delivery date
      *               9999999.99                 YYYYMMDD
      *        73-75  currency code       77     Y to accept
      *                                          past warnings
      *
      *    Any fatal finding refuses the PO and lists what failed.
      *    Warnings alone list and ask for the entry to be keyed
      *    again with Y in column 77.  An accepted PO is numbered
      *    'E' plus the next sequence off the cluster's NO row,
      *    its value is added to the buyer's committed amount on
      *    the BU row so a second entry sees the first, and it is
      *    written to the transient data queue POEN -- routed
      *    extrapartition to the data set ONLPOSTG stages into
      *    the next PSAP cycle, where every POCALL edit runs
      *    again, blanket, PPAP, ECN, capacity and contract
      *    checks included.
      *
      *    Only an operator holding POEN on the USERAUTH cluster
      *    for the supplier or the buyer code (or unscoped) gets
      *    as far as the edits; anyone else is refused and the
      *    attempt written to the AUTH queue.
      *
      *    The FCT entries PARTOUT, SUPPOUT, POMAST and POEDREF
      *    point at the clusters PSAPRBLD loads.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-09 dastagg       Created for online PO entry
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POENTRY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-Receive-Area.
           12 WS-Receive-Data              PIC X(80) VALUE SPACES.
           12 WS-Receive-Length            PIC S9(4) COMP VALUE +80.

       01  WS-Parsed-Request.
           12 WS-Req-Part                  PIC X(23) VALUE SPACES.
           12 WS-Req-Supplier              PIC X(10) VALUE SPACES.
           12 WS-Req-Buyer                 PIC X(03) VALUE SPACES.
           12 WS-Req-Qty-Text              PIC X(07) VALUE SPACES.
           12 WS-Req-Qty REDEFINES WS-Req-Qty-Text
                                           PIC 9(07).
           12 WS-Req-Price-Text            PIC X(10) VALUE SPACES.
           12 WS-Req-Price-Parts REDEFINES WS-Req-Price-Text.
              15 WS-Req-Price-Whole        PIC 9(07).
              15 WS-Req-Price-Point        PIC X(01).
              15 WS-Req-Price-Cents        PIC 9(02).
           12 WS-Req-Delivery-Text         PIC X(08) VALUE SPACES.
           12 WS-Req-Delivery REDEFINES WS-Req-Delivery-Text
                                           PIC 9(08).
           12 WS-Req-Currency              PIC X(03) VALUE SPACES.
           12 WS-Req-Confirm               PIC X(01) VALUE SPACE.
              88 WS-Warnings-Accepted         VALUE 'Y' 'y'.

           COPY PARTOUT REPLACING ==:tag:== BY ==Part==.
           COPY SUPPOUT REPLACING ==:tag:== BY ==Supp==.
           COPY POOUT REPLACING ==:tag:== BY ==PoM==.
           COPY POEDREF REPLACING ==:tag:== BY ==Ref==.
           COPY ONLPO REPLACING ==:tag:== BY ==Onl==.
       01  WS-Onl-Length                   PIC S9(4) COMP VALUE +120.

       01  WS-Response-Fields.
           12 WS-Resp                      PIC S9(8) COMP VALUE ZERO.
           12 WS-Masters-Flag              PIC X VALUE 'N'.
              88 WS-Masters-Found             VALUE 'Y'.
           12 WS-Assigned-Flag             PIC X VALUE 'N'.
              88 WS-Po-Assigned               VALUE 'Y'.
           12 WS-Staged-Flag               PIC X VALUE 'N'.
              88 WS-Po-Staged                 VALUE 'Y'.

      *    The edit values: POCALL's compiled defaults, replaced
      *    by the TH row when PSAPRBLD found a thresholds file.
       01  WS-Edit-Values.
           12 WS-Unit-Price-Low            PIC 9(07)V99 VALUE 1.00.
           12 WS-Unit-Price-High           PIC 9(07)V99
              VALUE 1000000.00.
           12 WS-Order-Value-High          PIC 9(09)V99
              VALUE 5000000.00.
           12 WS-Catalog-Tol-Pct           PIC 9(03) VALUE 10.
           12 WS-Qty                       PIC 9(07) VALUE ZERO.
           12 WS-Unit-Price                PIC 9(07)V99 VALUE ZERO.
           12 WS-Order-Value               PIC S9(13)V99 VALUE ZERO.
           12 WS-Qty-Valid-Flag            PIC X VALUE 'N'.
              88 WS-Qty-Valid                 VALUE 'Y'.
           12 WS-Price-Valid-Flag          PIC X VALUE 'N'.
              88 WS-Price-Valid               VALUE 'Y'.
           12 WS-Catalog-Diff              PIC S9(07)V99 VALUE ZERO.
           12 WS-Catalog-Lhs               PIC 9(11)V99 VALUE ZERO.
           12 WS-Catalog-Rhs               PIC 9(11)V99 VALUE ZERO.
           12 WS-Rule-Remainder            PIC 9(07) VALUE ZERO.
           12 WS-Current-Period            PIC X(06) VALUE SPACES.
           12 WS-Budget-Key                PIC X(42) VALUE SPACES.
           12 WS-Budget-Row-Flag           PIC X VALUE 'N'.
              88 WS-Budget-Row-Found          VALUE 'Y'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Delivery-Int              PIC 9(10) VALUE ZERO.
           12 WS-Min-Delivery-Int          PIC 9(10) VALUE ZERO.
           12 WS-Work-Check-Int            PIC 9(10) VALUE ZERO.
           12 WS-Work-Suggest-Int          PIC 9(10) VALUE ZERO.
           12 WS-Work-Suggest-Date         PIC 9(08) VALUE ZERO.
           12 WS-Work-Check-Date           PIC 9(08) VALUE ZERO.
           12 WS-Work-Walk-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Work-Day-Of-Week          PIC 9(01) VALUE ZERO.
              88 WS-Work-Is-Weekend           VALUE 0 6.
           12 WS-Holiday-Flag              PIC X VALUE 'N'.
              88 WS-Holiday-Found             VALUE 'Y'.
              88 WS-Holiday-Not-Found         VALUE 'N'.

      *    One finding per failed check: its class, the check id
      *    the severity file knows it by, and the screen text.
       01  WS-Finding-Fields.
           12 WS-Sev-Check-Id              PIC X(12) VALUE SPACES.
           12 WS-Sev-Class                 PIC X(01) VALUE SPACE.
              88 WS-Sev-Fatal                 VALUE 'F'.
              88 WS-Sev-Warning               VALUE 'W'.
              88 WS-Sev-Hold                  VALUE 'H'.
           12 WS-Finding-Text              PIC X(60) VALUE SPACES.
           12 WS-Fatal-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Warn-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Finding-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-First-Warn                PIC X(12) VALUE SPACES.
           12 WS-Fatal-Edit                PIC Z9.
           12 WS-Warn-Edit                 PIC Z9.
           12 WS-Value-Edit                PIC Z(12)9.99.
           12 WS-Price-Edit                PIC Z(6)9.99.
           12 WS-Lead-Edit                 PIC ZZZ9.
           12 WS-Next-Seq                  PIC 9(05) VALUE ZERO.
           12 WS-Po-Try-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Po-Number                 PIC X(06) VALUE SPACES.
           12 WS-Po-Number-Parts REDEFINES WS-Po-Number.
              15 WS-Po-Prefix              PIC X(01).
              15 WS-Po-Seq                 PIC 9(05).

      *    The operator's grants on the central user-authority
      *    file (FCT USERAUTH, keyed user id + role) and the
      *    refusal record for the CSSL-routed AUTH queue.
           COPY USERAUTH REPLACING ==:tag:== BY ==Uath==.
           COPY AUTHLOG REPLACING ==:tag:== BY ==Arf==.

       01  WS-Auth-Fields.
           12 WS-Auth-Userid               PIC X(08) VALUE SPACES.
           12 WS-Auth-Abs-Time             PIC S9(15) COMP-3
              VALUE ZERO.
           12 WS-Auth-Date                 PIC X(08) VALUE SPACES.
           12 WS-Auth-Time                 PIC X(06) VALUE SPACES.
           12 WS-Auth-Today                PIC 9(08) VALUE ZERO.
           12 WS-Auth-Function-Code        PIC X(04) VALUE SPACES.
           12 WS-Auth-Supplier-Code        PIC X(10) VALUE SPACES.
           12 WS-Auth-Buyer-Code           PIC X(03) VALUE SPACES.
           12 WS-Auth-Reason               PIC X(20) VALUE SPACES.
           12 WS-Auth-Best-Level           PIC 9(01) VALUE ZERO.
              88 WS-Auth-Best-None            VALUE 0.
              88 WS-Auth-Best-Expired         VALUE 1.
              88 WS-Auth-Best-Out-Of-Scope    VALUE 2.
              88 WS-Auth-Granted              VALUE 3.
           12 WS-Auth-Row-Level            PIC 9(01) VALUE ZERO.
           12 WS-Auth-Fn-IDX               PIC S9(4) COMP VALUE ZERO.
           12 WS-Auth-Fn-Found-Flag        PIC X VALUE 'N'.
              88 WS-Auth-Fn-Found             VALUE 'Y'.
       01  WS-Auth-Log-Length              PIC S9(4) COMP VALUE +80.

      *    Eight 80-byte screen rows: the verdict, then up to
      *    seven findings.
       01  WS-Send-Area.
           12 WS-Send-Line                 PIC X(640) VALUE SPACES.
           12 WS-Send-Rows REDEFINES WS-Send-Line.
              15 WS-Send-Row OCCURS 8 TIMES
                 INDEXED BY WS-Row-IDX     PIC X(80).
           12 WS-Send-Length               PIC S9(4) COMP VALUE +640.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Receive-Request.
           IF WS-Req-Part = SPACES OR WS-Req-Supplier = SPACES OR
              WS-Req-Buyer = SPACES
              MOVE "PSQE <PART> <SUPPLIER> <BYR> <QTY> <9999999.99>"
                 TO WS-Send-Row(1)
              MOVE "     <YYYYMMDD> <CUR> <Y> -- SEE COLUMN LAYOUT"
                 TO WS-Send-Row(2)
           ELSE
              MOVE "POEN" TO WS-Auth-Function-Code
              MOVE WS-Req-Supplier TO WS-Auth-Supplier-Code
              MOVE WS-Req-Buyer TO WS-Auth-Buyer-Code
              PERFORM 2050-Check-Authority
              IF WS-Auth-Granted
                 PERFORM 2000-Enter-Po
              END-IF
           END-IF.
           PERFORM 3000-Send-Response.
           EXEC CICS RETURN
           END-EXEC.

       1000-Receive-Request.
           MOVE +80 TO WS-Receive-Length.
           EXEC CICS RECEIVE
              INTO(WS-Receive-Data)
              LENGTH(WS-Receive-Length)
              RESP(WS-Resp)
           END-EXEC.
           MOVE WS-Receive-Data(6:23) TO WS-Req-Part.
           MOVE WS-Receive-Data(30:10) TO WS-Req-Supplier.
           MOVE WS-Receive-Data(41:3) TO WS-Req-Buyer.
           MOVE WS-Receive-Data(45:7) TO WS-Req-Qty-Text.
           MOVE WS-Receive-Data(53:10) TO WS-Req-Price-Text.
           MOVE WS-Receive-Data(64:8) TO WS-Req-Delivery-Text.
           MOVE WS-Receive-Data(73:3) TO WS-Req-Currency.
           MOVE WS-Receive-Data(77:1) TO WS-Req-Confirm.

       2000-Enter-Po.
           MOVE WS-Auth-Today TO WS-Today-Date.
           PERFORM 2100-Read-Masters.
           IF WS-Masters-Found
              PERFORM 2150-Load-Thresholds
              PERFORM 2200-Edit-Qty-Price
              PERFORM 2210-Edit-Order-Value
              PERFORM 2220-Edit-Buyer
              PERFORM 2230-Edit-Budget
              PERFORM 2240-Edit-Currency
              PERFORM 2250-Edit-Order-Rules
              PERFORM 2260-Edit-Lifecycle
              PERFORM 2270-Edit-Catalog-Price
              PERFORM 2280-Edit-Delivery-Date
              EVALUATE TRUE
                 WHEN WS-Fatal-Cnt > ZERO
                    MOVE WS-Fatal-Cnt TO WS-Fatal-Edit
                    MOVE WS-Warn-Cnt TO WS-Warn-Edit
                    STRING "PSQE: PO NOT ACCEPTED -- "
                       WS-Fatal-Edit " ERROR(S), "
                       WS-Warn-Edit " WARNING(S)"
                       DELIMITED BY SIZE INTO WS-Send-Row(1)
                 WHEN WS-Warn-Cnt > ZERO AND
                      NOT WS-Warnings-Accepted
                    MOVE WS-Warn-Cnt TO WS-Warn-Edit
                    STRING "PSQE: " WS-Warn-Edit
                       " WARNING(S) -- KEY AGAIN WITH Y IN"
                       " COLUMN 77 TO ACCEPT"
                       DELIMITED BY SIZE INTO WS-Send-Row(1)
                 WHEN OTHER
                    PERFORM 2500-Assign-Po-Number
                    IF WS-Po-Assigned
                       PERFORM 2600-Stage-Po
                    ELSE
                       MOVE "PSQE: NO FREE PO NUMBER -- CALL SUPPORT"
                          TO WS-Send-Row(1)
                    END-IF
                    IF WS-Po-Staged
                       PERFORM 2700-Commit-Budget
                       MOVE WS-Order-Value TO WS-Value-Edit
                       STRING "PSQE: PO " WS-Po-Number
                          " ACCEPTED  VALUE " WS-Value-Edit " "
                          Onl-CURRENCY-CODE
                          " -- STAGED FOR PSAP"
                          DELIMITED BY SIZE INTO WS-Send-Row(1)
                    END-IF
              END-EVALUATE
           END-IF.

      *    The AUTHCHK rules, read from the cluster: granted only
      *    when one of the operator's grants carries the function,
      *    has not expired, and is unscoped or scoped to this
      *    supplier or buyer.  No grants at all -- no cluster
      *    loaded yet included -- is NO AUTHORITY; online is
      *    never left open.  A refusal goes to the AUTH queue and
      *    back to the terminal.
       2050-Check-Authority.
           EXEC CICS ASSIGN
              USERID(WS-Auth-Userid)
           END-EXEC.
           EXEC CICS ASKTIME
              ABSTIME(WS-Auth-Abs-Time)
           END-EXEC.
           EXEC CICS FORMATTIME
              ABSTIME(WS-Auth-Abs-Time)
              YYYYMMDD(WS-Auth-Date)
              TIME(WS-Auth-Time)
           END-EXEC.
           MOVE ZERO TO WS-Auth-Today.
           IF WS-Auth-Date IS NUMERIC
              MOVE WS-Auth-Date TO WS-Auth-Today
           END-IF.
           SET WS-Auth-Best-None TO TRUE.
           MOVE LOW-VALUES TO Uath-AUTH-KEY.
           MOVE WS-Auth-Userid TO Uath-USER-ID.
           EXEC CICS STARTBR
              FILE('USERAUTH')
              RIDFLD(Uath-AUTH-KEY)
              GTEQ
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
              PERFORM 2060-Weigh-Next-Grant
                 UNTIL WS-Resp NOT = DFHRESP(NORMAL)
                 OR Uath-USER-ID NOT = WS-Auth-Userid
                 OR WS-Auth-Granted
              EXEC CICS ENDBR
                 FILE('USERAUTH')
              END-EXEC
           END-IF.
           EVALUATE TRUE
              WHEN WS-Auth-Granted
                 MOVE SPACES TO WS-Auth-Reason
              WHEN WS-Auth-Best-Out-Of-Scope
                 MOVE "OUTSIDE SCOPE" TO WS-Auth-Reason
              WHEN WS-Auth-Best-Expired
                 MOVE "AUTHORITY EXPIRED" TO WS-Auth-Reason
              WHEN OTHER
                 MOVE "NO AUTHORITY" TO WS-Auth-Reason
           END-EVALUATE.
           IF NOT WS-Auth-Granted
              PERFORM 2080-Log-Refusal
              MOVE SPACES TO WS-Send-Line
              STRING "PSQE: NOT AUTHORIZED -- " WS-Auth-Reason
                 DELIMITED BY SIZE INTO WS-Send-Line
           END-IF.

       2060-Weigh-Next-Grant.
           EXEC CICS READNEXT
              FILE('USERAUTH')
              INTO(Uath-USER-AUTHORITY)
              RIDFLD(Uath-AUTH-KEY)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL) AND
              Uath-USER-ID = WS-Auth-Userid
              MOVE 'N' TO WS-Auth-Fn-Found-Flag
              PERFORM VARYING WS-Auth-Fn-IDX FROM 1 BY 1
                 UNTIL WS-Auth-Fn-IDX > 8
                 IF Uath-FUNCTION-CODE(WS-Auth-Fn-IDX) =
                    WS-Auth-Function-Code
                    SET WS-Auth-Fn-Found TO TRUE
                    MOVE 8 TO WS-Auth-Fn-IDX
                 END-IF
              END-PERFORM
              IF WS-Auth-Fn-Found
                 MOVE 1 TO WS-Auth-Row-Level
                 IF Uath-EXPIRY-DATE IS NUMERIC AND
                    Uath-EXPIRY-DATE >= WS-Auth-Today
                    MOVE 2 TO WS-Auth-Row-Level
                    PERFORM 2070-Match-Scope
                 END-IF
                 IF WS-Auth-Row-Level > WS-Auth-Best-Level
                    MOVE WS-Auth-Row-Level TO WS-Auth-Best-Level
                 END-IF
              END-IF
           END-IF.

       2070-Match-Scope.
           EVALUATE TRUE
              WHEN Uath-SCOPE-ALL
                 MOVE 3 TO WS-Auth-Row-Level
              WHEN Uath-SCOPE-SUPPLIER AND
                   WS-Auth-Supplier-Code > SPACES AND
                   Uath-SCOPE-VALUE = WS-Auth-Supplier-Code
                 MOVE 3 TO WS-Auth-Row-Level
              WHEN Uath-SCOPE-BUYER AND
                   WS-Auth-Buyer-Code > SPACES AND
                   Uath-SCOPE-VALUE(1:3) = WS-Auth-Buyer-Code
                 MOVE 3 TO WS-Auth-Row-Level
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2080-Log-Refusal.
           MOVE SPACES TO Arf-REFUSAL-REC.
           MOVE WS-Auth-Date TO Arf-DATE.
           MOVE WS-Auth-Time TO Arf-TIME.
           MOVE WS-Auth-Userid TO Arf-USER-ID.
           MOVE "PSQE" TO Arf-SOURCE(1:4).
           MOVE EIBTRMID TO Arf-SOURCE(5:4).
           MOVE WS-Auth-Function-Code TO Arf-FUNCTION-CODE.
           MOVE WS-Auth-Supplier-Code TO Arf-SUPPLIER-CODE.
           MOVE WS-Auth-Buyer-Code TO Arf-BUYER-CODE.
           MOVE WS-Auth-Reason TO Arf-REASON.
           EXEC CICS WRITEQ TD
              QUEUE('AUTH')
              FROM(Arf-REFUSAL-REC)
              LENGTH(WS-Auth-Log-Length)
           END-EXEC.

       2100-Read-Masters.
           EXEC CICS READ
              FILE('PARTOUT')
              INTO(Part-PARTS)
              RIDFLD(WS-Req-Part)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
              EXEC CICS READ
                 FILE('SUPPOUT')
                 INTO(Supp-SUPPLIERS)
                 RIDFLD(WS-Req-Supplier)
                 RESP(WS-Resp)
              END-EXEC
              IF WS-Resp = DFHRESP(NORMAL)
                 SET WS-Masters-Found TO TRUE
              ELSE
                 IF WS-Resp = DFHRESP(NOTFND)
                    STRING "PSQE: SUPPLIER " WS-Req-Supplier
                       " NOT ON FILE" DELIMITED BY SIZE
                       INTO WS-Send-Row(1)
                 ELSE
                    MOVE "PSQE: SUPPOUT READ FAILED -- CALL SUPPORT"
                       TO WS-Send-Row(1)
                 END-IF
              END-IF
           ELSE
              IF WS-Resp = DFHRESP(NOTFND)
                 STRING "PSQE: PART " WS-Req-Part
                    " NOT ON FILE" DELIMITED BY SIZE
                    INTO WS-Send-Row(1)
              ELSE
                 MOVE "PSQE: PARTOUT READ FAILED -- CALL SUPPORT"
                    TO WS-Send-Row(1)
              END-IF
           END-IF.

      *    No TH row (no thresholds file at the last rebuild)
      *    leaves POCALL's compiled defaults, as in batch.
       2150-Load-Thresholds.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "TH" TO Ref-REF-TYPE.
           PERFORM 2900-Read-Ref.
           IF WS-Resp = DFHRESP(NORMAL)
              MOVE Ref-TH-UNIT-PRICE-LOW TO WS-Unit-Price-Low
              MOVE Ref-TH-UNIT-PRICE-HIGH TO WS-Unit-Price-High
              IF Ref-TH-ORDER-VALUE-HIGH > ZERO
                 MOVE Ref-TH-ORDER-VALUE-HIGH TO
                    WS-Order-Value-High
              END-IF
              IF Ref-TH-CATALOG-TOL-PCT > ZERO
                 MOVE Ref-TH-CATALOG-TOL-PCT TO WS-Catalog-Tol-Pct
              END-IF
           END-IF.

      *    An online order is a real order: the quantity must be
      *    1 to 999,999 and the price inside the threshold window.
       2200-Edit-Qty-Price.
           MOVE 'N' TO WS-Qty-Valid-Flag WS-Price-Valid-Flag.
           IF WS-Req-Qty IS NUMERIC
              MOVE WS-Req-Qty TO WS-Qty
              IF WS-Qty >= 1 AND WS-Qty <= 999999
                 SET WS-Qty-Valid TO TRUE
              END-IF
           END-IF.
           IF WS-Req-Price-Whole IS NUMERIC AND
              WS-Req-Price-Point = '.' AND
              WS-Req-Price-Cents IS NUMERIC
              COMPUTE WS-Unit-Price = WS-Req-Price-Whole +
                 (WS-Req-Price-Cents / 100)
              IF WS-Unit-Price >= WS-Unit-Price-Low AND
                 WS-Unit-Price <= WS-Unit-Price-High
                 SET WS-Price-Valid TO TRUE
              END-IF
           END-IF.
           IF NOT WS-Qty-Valid
              MOVE "PO-QTY" TO WS-Sev-Check-Id
              MOVE "QUANTITY MUST BE 0000001-0999999"
                 TO WS-Finding-Text
              PERFORM 2800-Add-Classified-Finding
           END-IF.
           IF NOT WS-Price-Valid
              MOVE "PO-PRICE" TO WS-Sev-Check-Id
              MOVE WS-Unit-Price-Low TO WS-Price-Edit
              MOVE SPACES TO WS-Finding-Text
              STRING "UNIT PRICE MISSING OR OUTSIDE " WS-Price-Edit
                 DELIMITED BY SIZE INTO WS-Finding-Text
              MOVE WS-Unit-Price-High TO WS-Price-Edit
              STRING " TO " WS-Price-Edit
                 DELIMITED BY SIZE INTO WS-Finding-Text(41:20)
              PERFORM 2800-Add-Classified-Finding
           END-IF.

       2210-Edit-Order-Value.
           MOVE ZERO TO WS-Order-Value.
           IF WS-Qty-Valid AND WS-Price-Valid
              COMPUTE WS-Order-Value = WS-Qty * WS-Unit-Price
              IF WS-Order-Value > WS-Order-Value-High
                 MOVE "PO-ORDVAL" TO WS-Sev-Check-Id
                 MOVE "ORDER VALUE OVER THE SINGLE-ORDER CEILING"
                    TO WS-Finding-Text
                 PERFORM 2800-Add-Classified-Finding
              END-IF
           END-IF.

      *    A buyer-limit override is staged by PO number, and an
      *    online PO has none until it is accepted -- an order
      *    over the limit has to go through the override path in
      *    batch instead.
       2220-Edit-Buyer.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "BY" TO Ref-REF-TYPE.
           MOVE WS-Req-Buyer TO Ref-REF-ID.
           PERFORM 2900-Read-Ref.
           IF WS-Resp = DFHRESP(NORMAL)
              IF Ref-BUYER-LIMIT IS NUMERIC AND
                 Ref-BUYER-LIMIT > ZERO AND
                 WS-Order-Value > Ref-BUYER-LIMIT
                 MOVE "PO-BUYLIMIT" TO WS-Sev-Check-Id
                 MOVE "VALUE OVER BUYER SINGLE-PO LIMIT"
                    TO WS-Finding-Text
                 PERFORM 2800-Add-Classified-Finding
              END-IF
           ELSE
              MOVE "PO-BUYER" TO WS-Sev-Check-Id
              MOVE "BUYER CODE NOT ON THE BUYER TABLE"
                 TO WS-Finding-Text
              PERFORM 2800-Add-Classified-Finding
           END-IF.

      *    The period is the FP row whose end date is the first
      *    on or after today -- provided it has started.  No
      *    period, or no budget row for the buyer in it, is no
      *    budget to check, as in batch.
       2230-Edit-Budget.
           MOVE 'N' TO WS-Budget-Row-Flag.
           MOVE SPACES TO WS-Current-Period.
           IF WS-Order-Value > ZERO
              MOVE SPACES TO Ref-REF-KEY
              MOVE "FP" TO Ref-REF-TYPE
              MOVE WS-Today-Date TO Ref-REF-ID(1:8)
              EXEC CICS STARTBR
                 FILE('POEDREF')
                 RIDFLD(Ref-REF-KEY)
                 GTEQ
                 RESP(WS-Resp)
              END-EXEC
              IF WS-Resp = DFHRESP(NORMAL)
                 EXEC CICS READNEXT
                    FILE('POEDREF')
                    INTO(Ref-EDIT-REF)
                    RIDFLD(Ref-REF-KEY)
                    RESP(WS-Resp)
                 END-EXEC
                 IF WS-Resp = DFHRESP(NORMAL) AND
                    Ref-REF-PERIOD AND
                    Ref-PERIOD-START <= WS-Today-Date
                    MOVE Ref-PERIOD-ID TO WS-Current-Period
                 END-IF
                 EXEC CICS ENDBR
                    FILE('POEDREF')
                 END-EXEC
              END-IF
           END-IF.
           IF WS-Current-Period > SPACES
              MOVE SPACES TO Ref-REF-KEY
              MOVE "BU" TO Ref-REF-TYPE
              MOVE WS-Req-Buyer TO Ref-REF-ID(1:3)
              MOVE WS-Current-Period TO Ref-REF-ID(4:6)
              MOVE Ref-REF-KEY TO WS-Budget-Key
              PERFORM 2900-Read-Ref
              IF WS-Resp = DFHRESP(NORMAL)
                 SET WS-Budget-Row-Found TO TRUE
                 IF Ref-BUDGET-AMOUNT > ZERO AND
                    Ref-BUDGET-COMMITTED + WS-Order-Value >
                    Ref-BUDGET-AMOUNT
                    MOVE "PO-BUDGET" TO WS-Sev-Check-Id
                    MOVE SPACES TO WS-Finding-Text
                    STRING "POCL013W BUYER OVER PERIOD BUDGET "
                       WS-Current-Period
                       DELIMITED BY SIZE INTO WS-Finding-Text
                    PERFORM 2810-Add-Soft-Finding
                 END-IF
              END-IF
           END-IF.

       2240-Edit-Currency.
           IF WS-Req-Currency = SPACES
              MOVE "USD" TO WS-Req-Currency
           END-IF.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "CU" TO Ref-REF-TYPE.
           MOVE WS-Req-Currency TO Ref-REF-ID.
           PERFORM 2900-Read-Ref.
           IF WS-Resp NOT = DFHRESP(NORMAL)
              MOVE "PO-CURRENCY" TO WS-Sev-Check-Id
              MOVE "CURRENCY CODE NOT ON THE CURRENCY TABLE"
                 TO WS-Finding-Text
              PERFORM 2800-Add-Classified-Finding
           END-IF.

       2250-Edit-Order-Rules.
           IF WS-Qty-Valid
              MOVE SPACES TO Ref-REF-KEY
              MOVE "OR" TO Ref-REF-TYPE
              MOVE WS-Req-Part TO Ref-REF-ID(1:23)
              MOVE Part-UNIT-OF-MEASURE TO Ref-REF-ID(24:3)
              PERFORM 2900-Read-Ref
              IF WS-Resp = DFHRESP(NORMAL)
                 MOVE ZERO TO WS-Rule-Remainder
                 IF Ref-RULE-MULTIPLE > ZERO
                    COMPUTE WS-Rule-Remainder =
                       FUNCTION MOD(WS-Qty, Ref-RULE-MULTIPLE)
                 END-IF
                 IF WS-Qty < Ref-RULE-MIN-QTY OR
                    WS-Rule-Remainder NOT = ZERO
                    MOVE "PO-ORDRULES" TO WS-Sev-Check-Id
                    MOVE SPACES TO WS-Finding-Text
                    STRING "QTY UNDER MINIMUM " Ref-RULE-MIN-QTY
                       " OR NOT A MULTIPLE OF " Ref-RULE-MULTIPLE
                       DELIMITED BY SIZE INTO WS-Finding-Text
                    PERFORM 2800-Add-Classified-Finding
                 END-IF
              END-IF
           END-IF.

      *    PSAPRBLD stamps the lifecycle byte on PARTOUT from the
      *    promoted lifecycle file -- the same source POCALL
      *    loads.
       2260-Edit-Lifecycle.
           EVALUATE TRUE
              WHEN Part-PART-OBSOLETE
                 MOVE "POCL008E" TO WS-Sev-Check-Id
                 MOVE "PART OBSOLETE -- PO REJECTED"
                    TO WS-Finding-Text
                 MOVE 'F' TO WS-Sev-Class
                 PERFORM 2820-Add-Finding
              WHEN Part-PART-HOLD
                 MOVE "PO-PARTHOLD" TO WS-Sev-Check-Id
                 MOVE "POCL009W PART ON HOLD"
                    TO WS-Finding-Text
                 PERFORM 2810-Add-Soft-Finding
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *    Compared multiply-only, POCALL's overflow-safe shape.
       2270-Edit-Catalog-Price.
           IF WS-Price-Valid
              MOVE SPACES TO Ref-REF-KEY
              MOVE "CT" TO Ref-REF-TYPE
              MOVE WS-Req-Part TO Ref-REF-ID(1:23)
              MOVE WS-Req-Supplier TO Ref-REF-ID(24:10)
              PERFORM 2900-Read-Ref
              IF WS-Resp = DFHRESP(NORMAL) AND
                 Ref-CATALOG-PRICE > ZERO
                 COMPUTE WS-Catalog-Diff =
                    WS-Unit-Price - Ref-CATALOG-PRICE
                 COMPUTE WS-Catalog-Lhs =
                    FUNCTION ABS(WS-Catalog-Diff) * 100
                 COMPUTE WS-Catalog-Rhs =
                    WS-Catalog-Tol-Pct * Ref-CATALOG-PRICE
                 IF WS-Catalog-Lhs > WS-Catalog-Rhs
                    MOVE "PO-CATALOG" TO WS-Sev-Check-Id
                    MOVE Ref-CATALOG-PRICE TO WS-Price-Edit
                    MOVE SPACES TO WS-Finding-Text
                    STRING "PRICE OUTSIDE TOLERANCE OF CATALOG "
                       WS-Price-Edit
                       DELIMITED BY SIZE INTO WS-Finding-Text
                    PERFORM 2800-Add-Classified-Finding
                 END-IF
              END-IF
           END-IF.

      *    Required and a real date; then the non-working-day
      *    warning with the next working day suggested, and the
      *    part's lead time from today.
       2280-Edit-Delivery-Date.
           MOVE ZERO TO WS-Delivery-Int.
           IF WS-Req-Delivery IS NUMERIC
              COMPUTE WS-Delivery-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Req-Delivery)
           END-IF.
           IF WS-Delivery-Int = ZERO
              MOVE "PO-DLVDATE" TO WS-Sev-Check-Id
              MOVE "DELIVERY DATE MISSING OR NOT A DATE"
                 TO WS-Finding-Text
              MOVE 'F' TO WS-Sev-Class
              PERFORM 2820-Add-Finding
           ELSE
              MOVE WS-Delivery-Int TO WS-Work-Check-Int
              PERFORM 2285-Check-Non-Working-Day
              IF WS-Work-Is-Weekend OR WS-Holiday-Found
                 PERFORM 2286-Suggest-Next-Working-Day
                 MOVE "POCL004W" TO WS-Sev-Check-Id
                 MOVE SPACES TO WS-Finding-Text
                 STRING "DELIVERY ON NON-WORKING DAY -- NEXT IS "
                    WS-Work-Suggest-Date
                    DELIMITED BY SIZE INTO WS-Finding-Text
                 MOVE 'W' TO WS-Sev-Class
                 PERFORM 2820-Add-Finding
              END-IF
              COMPUTE WS-Today-Int =
                 FUNCTION INTEGER-OF-DATE(WS-Today-Date)
              COMPUTE WS-Min-Delivery-Int =
                 WS-Today-Int + (Part-WEEKS-LEAD-TIME * 7)
              IF WS-Delivery-Int < WS-Min-Delivery-Int
                 MOVE "PO-DLVLEAD" TO WS-Sev-Check-Id
                 MOVE SPACES TO WS-Finding-Text
                 MOVE Part-WEEKS-LEAD-TIME TO WS-Lead-Edit
                 STRING "DELIVERY INSIDE THE PART LEAD TIME OF "
                    WS-Lead-Edit " WEEKS"
                    DELIMITED BY SIZE INTO WS-Finding-Text
                 PERFORM 2800-Add-Classified-Finding
              END-IF
           END-IF.

      *    Day 1 of the integer-date epoch was a Monday, so the
      *    remainder by 7 runs Monday=1 through Saturday=6 with
      *    Sunday=0.
       2285-Check-Non-Working-Day.
           COMPUTE WS-Work-Day-Of-Week =
              FUNCTION MOD(WS-Work-Check-Int, 7).
           SET WS-Holiday-Not-Found TO TRUE.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "HO" TO Ref-REF-TYPE.
           COMPUTE WS-Work-Check-Date =
              FUNCTION DATE-OF-INTEGER(WS-Work-Check-Int).
           MOVE WS-Work-Check-Date TO Ref-REF-ID(1:8).
           PERFORM 2900-Read-Ref.
           IF WS-Resp = DFHRESP(NORMAL)
              SET WS-Holiday-Found TO TRUE
           END-IF.

      *    Capped, as in batch, so a calendar listing every day
      *    cannot loop forever.
       2286-Suggest-Next-Working-Day.
           MOVE WS-Work-Check-Int TO WS-Work-Suggest-Int.
           MOVE ZERO TO WS-Work-Walk-Cnt.
           PERFORM 2287-Try-Next-Day
              UNTIL WS-Work-Walk-Cnt > 366.
           COMPUTE WS-Work-Suggest-Date =
              FUNCTION DATE-OF-INTEGER(WS-Work-Suggest-Int).

       2287-Try-Next-Day.
           ADD 1 TO WS-Work-Suggest-Int.
           ADD 1 TO WS-Work-Walk-Cnt.
           MOVE WS-Work-Suggest-Int TO WS-Work-Check-Int.
           PERFORM 2285-Check-Non-Working-Day.
           IF NOT WS-Work-Is-Weekend AND NOT WS-Holiday-Found
              MOVE 367 TO WS-Work-Walk-Cnt
           END-IF.

      *    The cluster's NO row is the counter; a number already
      *    on POMAST is stepped over, so a counter reset can
      *    never hand out a PO that exists.
       2500-Assign-Po-Number.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "NO" TO Ref-REF-TYPE.
           EXEC CICS READ
              FILE('POEDREF')
              INTO(Ref-EDIT-REF)
              RIDFLD(Ref-REF-KEY)
              UPDATE
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL) AND
              Ref-NEXT-PO-SEQ IS NUMERIC AND
              Ref-NEXT-PO-SEQ > ZERO
              MOVE Ref-NEXT-PO-SEQ TO WS-Next-Seq
           ELSE
              MOVE 1 TO WS-Next-Seq
           END-IF.
           MOVE 'E' TO WS-Po-Prefix.
           MOVE ZERO TO WS-Po-Try-Cnt.
           MOVE DFHRESP(NORMAL) TO WS-Resp.
           PERFORM 2510-Try-Po-Number
              UNTIL WS-Resp NOT = DFHRESP(NORMAL)
              OR WS-Po-Try-Cnt > 99.
           IF WS-Resp = DFHRESP(NOTFND)
              SET WS-Po-Assigned TO TRUE
           END-IF.
           MOVE SPACES TO Ref-EDIT-REF.
           MOVE "NO" TO Ref-REF-TYPE.
           MOVE WS-Next-Seq TO Ref-NEXT-PO-SEQ.
           EXEC CICS REWRITE
              FILE('POEDREF')
              FROM(Ref-EDIT-REF)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp NOT = DFHRESP(NORMAL)
              EXEC CICS WRITE
                 FILE('POEDREF')
                 FROM(Ref-EDIT-REF)
                 RIDFLD(Ref-REF-KEY)
                 RESP(WS-Resp)
              END-EXEC
           END-IF.

       2510-Try-Po-Number.
           MOVE WS-Next-Seq TO WS-Po-Seq.
           ADD 1 TO WS-Next-Seq WS-Po-Try-Cnt.
           EXEC CICS READ
              FILE('POMAST')
              INTO(PoM-PURCHASE-ORDERS)
              RIDFLD(WS-Po-Number)
              RESP(WS-Resp)
           END-EXEC.

       2600-Stage-Po.
           MOVE SPACES TO Onl-ONLINE-PO.
           MOVE WS-Auth-Date TO Onl-ENTRY-DATE.
           MOVE WS-Auth-Time TO Onl-ENTRY-TIME.
           MOVE WS-Auth-Userid TO Onl-USER-ID.
           MOVE EIBTRMID TO Onl-TERMINAL.
           MOVE WS-Po-Number TO Onl-PO-NUMBER.
           MOVE WS-Req-Part TO Onl-PART-NUMBER.
           MOVE WS-Req-Supplier TO Onl-SUPPLIER-CODE.
           MOVE WS-Req-Buyer TO Onl-BUYER-CODE.
           MOVE WS-Qty TO Onl-QUANTITY.
           MOVE WS-Unit-Price TO Onl-UNIT-PRICE.
           MOVE WS-Req-Currency TO Onl-CURRENCY-CODE.
           MOVE WS-Today-Date TO Onl-ORDER-DATE.
           MOVE WS-Req-Delivery TO Onl-DELIVERY-DATE.
           MOVE WS-Warn-Cnt TO Onl-WARN-CNT.
           MOVE WS-First-Warn TO Onl-FIRST-WARN.
           EXEC CICS WRITEQ TD
              QUEUE('POEN')
              FROM(Onl-ONLINE-PO)
              LENGTH(WS-Onl-Length)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
              SET WS-Po-Staged TO TRUE
           ELSE
              STRING "PSQE: PO " WS-Po-Number
                 " NOT STAGED -- POEN QUEUE WRITE FAILED --"
                 " CALL SUPPORT" DELIMITED BY SIZE
                 INTO WS-Send-Row(1)
           END-IF.

      *    POCALL consumes the commitment only when the PO writes;
      *    online that is the moment it is staged.  The next
      *    rebuild replaces the row from the batch's own
      *    commitment file.
       2700-Commit-Budget.
           IF WS-Budget-Row-Found
              MOVE WS-Budget-Key TO Ref-REF-KEY
              EXEC CICS READ
                 FILE('POEDREF')
                 INTO(Ref-EDIT-REF)
                 RIDFLD(Ref-REF-KEY)
                 UPDATE
                 RESP(WS-Resp)
              END-EXEC
              IF WS-Resp = DFHRESP(NORMAL)
                 ADD WS-Order-Value TO Ref-BUDGET-COMMITTED
                 EXEC CICS REWRITE
                    FILE('POEDREF')
                    FROM(Ref-EDIT-REF)
                    RESP(WS-Resp)
                 END-EXEC
              END-IF
           END-IF.

      *    POCALL's 2960 rule: fatal unless the severity file
      *    says 'W' or 'H'.  A hold-class warning is accepted
      *    here and diverted to the hold queue in batch.
       2800-Add-Classified-Finding.
           MOVE 'F' TO WS-Sev-Class.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "SV" TO Ref-REF-TYPE.
           MOVE WS-Sev-Check-Id TO Ref-REF-ID.
           PERFORM 2900-Read-Ref.
           IF WS-Resp = DFHRESP(NORMAL) AND
              (Ref-SEVERITY-CLASS = 'W' OR 'H')
              MOVE Ref-SEVERITY-CLASS TO WS-Sev-Class
           END-IF.
           PERFORM 2820-Add-Finding.

      *    Budget and part hold run the other way round: a
      *    warning unless an 'F' row hardens them.
       2810-Add-Soft-Finding.
           MOVE 'W' TO WS-Sev-Class.
           MOVE SPACES TO Ref-REF-KEY.
           MOVE "SV" TO Ref-REF-TYPE.
           MOVE WS-Sev-Check-Id TO Ref-REF-ID.
           PERFORM 2900-Read-Ref.
           IF WS-Resp = DFHRESP(NORMAL) AND
              Ref-SEVERITY-CLASS = 'F'
              MOVE 'F' TO WS-Sev-Class
           END-IF.
           PERFORM 2820-Add-Finding.

      *    Row 1 is the verdict; findings past the seventh are
      *    counted but not shown.
       2820-Add-Finding.
           IF WS-Sev-Fatal
              ADD 1 TO WS-Fatal-Cnt
           ELSE
              ADD 1 TO WS-Warn-Cnt
              IF WS-First-Warn = SPACES
                 MOVE WS-Sev-Check-Id TO WS-First-Warn
              END-IF
           END-IF.
           ADD 1 TO WS-Finding-Cnt.
           IF WS-Finding-Cnt < 8
              SET WS-Row-IDX TO WS-Finding-Cnt
              SET WS-Row-IDX UP BY 1
              STRING WS-Sev-Class " " WS-Sev-Check-Id " "
                 WS-Finding-Text
                 DELIMITED BY SIZE INTO WS-Send-Row(WS-Row-IDX)
           END-IF.

       2900-Read-Ref.
           EXEC CICS READ
              FILE('POEDREF')
              INTO(Ref-EDIT-REF)
              RIDFLD(Ref-REF-KEY)
              RESP(WS-Resp)
           END-EXEC.

       3000-Send-Response.
           EXEC CICS SEND TEXT
              FROM(WS-Send-Line)
              LENGTH(WS-Send-Length)
              ERASE
              FREEKB
           END-EXEC.
