      ***********************************************************
      * Program name:    APPRWB
      * Original author: David Stagowski
      *
      *    Description: CICS approvals inbox transaction (PSQA)
      *       over the keyed APPRINBX cluster.
      *
      *    A held PO or a quarantined supplier used to wait for
      *    someone to key a line into the PORELEAS or SUPPAPPR
      *    transaction file and for the overnight run to apply
      *    it -- a full day for a line-down part.  This puts the
      *    two queues on a terminal:
      *
      *       PSQA P [<po>]                held POs in the user's
      *                                    RELS scope, with the
      *                                    check that held each
      *       PSQA S [<supplier>]          pending suppliers in
      *                                    the user's SAPR scope
      *       PSQA R <po>       <comment>  release a held PO
      *       PSQA C <po>       <comment>  cancel a held PO
      *       PSQA A <supplier> <comment>  approve a supplier
      *       PSQA J <supplier> <comment>  reject a supplier
      *
      *    Fixed columns: 6 the request, 8-17 the PO number or
      *    supplier code (the list's starting point for P and S),
      *    19-58 the comment, which every decision needs.
      *
      *    A decision is written to the transient data queue
      *    APPR -- extrapartition, routed to the data set APPRSTG
      *    turns into the night's PORELEAS and SUPPAPPR
      *    transactions -- and marked on the inbox entry, so the
      *    entry drops off the lists and cannot be decided twice.
      *    The batch applies it with the audit trail it always
      *    writes, the AUTHCHK re-check and the restricted-party
      *    refusal included.
      *
      *    A release or cancel is staged under the user's own
      *    buyer code, PORELEAS's submitter, found on the UI rows
      *    of POEDREF (the identity cross-reference).  A user
      *    with none is told so and the PO stays held.
      *
      *    The lists show only what the user's unexpired grants
      *    cover -- unscoped, the supplier, or (held POs) the
      *    PO's buyer.  A decision runs the full authority check
      *    and a refusal goes to the AUTH queue.
      *
      *    The FCT entries APPRINBX and POEDREF point at the
      *    clusters PSAPRBLD loads.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-10 dastagg       Created for the online approvals
      *                          inbox
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRWB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-Receive-Area.
           12 WS-Receive-Data              PIC X(80) VALUE SPACES.
           12 WS-Receive-Length            PIC S9(4) COMP VALUE +80.

       01  WS-Parsed-Request.
           12 WS-Request-Type              PIC X(01) VALUE SPACE.
              88 WS-List-Held-Pos             VALUE 'P' 'p'.
              88 WS-List-Pending-Supps        VALUE 'S' 's'.
              88 WS-Decide-Po                 VALUE 'R' 'r'
                                                    'C' 'c'.
              88 WS-Release-Po                VALUE 'R' 'r'.
              88 WS-Decide-Supp               VALUE 'A' 'a'
                                                    'J' 'j'.
              88 WS-Approve-Supp              VALUE 'A' 'a'.
           12 WS-Req-Key                   PIC X(10) VALUE SPACES.
           12 WS-Req-Comment               PIC X(40) VALUE SPACES.

           COPY APPRINBX REPLACING ==:tag:== BY ==Inbx==.
           COPY POOUT REPLACING ==:tag:== BY ==Held==.
           COPY POEDREF REPLACING ==:tag:== BY ==Ref==.
           COPY APPRDEC REPLACING ==:tag:== BY ==Dec==.
       01  WS-Dec-Length                   PIC S9(4) COMP VALUE +100.

       01  WS-Response-Fields.
           12 WS-Resp                      PIC S9(8) COMP VALUE ZERO.
           12 WS-Entry-Found-Flag          PIC X VALUE 'N'.
              88 WS-Entry-Found               VALUE 'Y'.
           12 WS-Browse-Flag               PIC X VALUE 'N'.
              88 WS-Browse-Done               VALUE 'Y'.
              88 WS-Browse-More               VALUE 'N'.
           12 WS-List-Type                 PIC X(01) VALUE SPACE.
           12 WS-Action-Code               PIC X(01) VALUE SPACE.
           12 WS-Action-Word               PIC X(08) VALUE SPACES.
           12 WS-Staged-Buyer              PIC X(03) VALUE SPACES.
           12 WS-Entry-Supplier            PIC X(10) VALUE SPACES.
           12 WS-Entry-Buyer               PIC X(03) VALUE SPACES.
           12 WS-In-Scope-Flag             PIC X VALUE 'N'.
              88 WS-In-Scope                  VALUE 'Y'.

      *    The user's grants for the list's function, collected
      *    once so each inbox entry can be tested against them.
       01  WS-Grant-Scope-Storage.
           12 WS-Grant-All-Flag            PIC X VALUE 'N'.
              88 WS-Grant-All                 VALUE 'Y'.
           12 WS-Grant-Max-Cnt             PIC S9(4) COMP VALUE +20.
           12 WS-Grant-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Grant-Table OCCURS 20 TIMES
              INDEXED BY WS-Grant-IDX.
              15 WS-Grant-Scope-Type       PIC X(01).
              15 WS-Grant-Scope-Value      PIC X(10).

      *    Eight 80-byte screen rows: a title, six entries, and
      *    where to carry on from.
       01  WS-List-Fields.
           12 WS-Line-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Line-Max                  PIC S9(4) COMP VALUE +6.

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

       01  WS-Send-Area.
           12 WS-Send-Line                 PIC X(640) VALUE SPACES.
           12 WS-Send-Rows REDEFINES WS-Send-Line.
              15 WS-Send-Row OCCURS 8 TIMES
                 INDEXED BY WS-Row-IDX     PIC X(80).
           12 WS-Send-Length               PIC S9(4) COMP VALUE +640.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Receive-Request.
           EVALUATE TRUE
              WHEN WS-List-Held-Pos
                 MOVE "RELS" TO WS-Auth-Function-Code
                 MOVE 'P' TO WS-List-Type
                 PERFORM 2100-List-Inbox
              WHEN WS-List-Pending-Supps
                 MOVE "SAPR" TO WS-Auth-Function-Code
                 MOVE 'S' TO WS-List-Type
                 PERFORM 2100-List-Inbox
              WHEN (WS-Decide-Po OR WS-Decide-Supp) AND
                   WS-Req-Key = SPACES
                 MOVE "PSQA: NAME THE PO OR SUPPLIER IN COLUMNS 8-17"
                    TO WS-Send-Row(1)
              WHEN (WS-Decide-Po OR WS-Decide-Supp) AND
                   WS-Req-Comment = SPACES
                 MOVE "PSQA: A DECISION NEEDS A COMMENT, COLS 19-58"
                    TO WS-Send-Row(1)
              WHEN WS-Decide-Po
                 PERFORM 2300-Decide-Held-Po
              WHEN WS-Decide-Supp
                 PERFORM 2400-Decide-Pending-Supp
              WHEN OTHER
                 MOVE "PSQA: P [<PO>] | S [<SUPP>] | R/C <PO> <COMMENT>"
                    TO WS-Send-Row(1)
                 MOVE "      A/J <SUPP> <COMMENT> -- COLUMNS 6, 8, 19"
                    TO WS-Send-Row(2)
           END-EVALUATE.
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
      *    "PSQA t key comment" -- fixed columns so a code with
      *    embedded blanks can't shift the comment.
           MOVE WS-Receive-Data(6:1) TO WS-Request-Type.
           MOVE WS-Receive-Data(8:10) TO WS-Req-Key.
           MOVE WS-Receive-Data(19:40) TO WS-Req-Comment.

      *    The list's quiet cousin of 2050: every unexpired grant
      *    of the function is kept, so each entry can be tested
      *    without a refusal logged per line.  No usable grant at
      *    all is refused the 2050 way.
       2040-Load-Grant-Scopes.
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
           MOVE 'N' TO WS-Grant-All-Flag.
           MOVE ZERO TO WS-Grant-Cnt.
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
              PERFORM 2045-Collect-Next-Grant
                 UNTIL WS-Resp NOT = DFHRESP(NORMAL)
                 OR Uath-USER-ID NOT = WS-Auth-Userid
              EXEC CICS ENDBR
                 FILE('USERAUTH')
              END-EXEC
           END-IF.
           IF WS-Grant-All OR WS-Grant-Cnt > ZERO
              SET WS-Auth-Granted TO TRUE
              MOVE SPACES TO WS-Auth-Reason
           ELSE
              IF WS-Auth-Best-Expired
                 MOVE "AUTHORITY EXPIRED" TO WS-Auth-Reason
              ELSE
                 MOVE "NO AUTHORITY" TO WS-Auth-Reason
              END-IF
              MOVE SPACES TO WS-Auth-Supplier-Code
                             WS-Auth-Buyer-Code
              PERFORM 2080-Log-Refusal
              MOVE SPACES TO WS-Send-Line
              STRING "PSQA: NOT AUTHORIZED -- " WS-Auth-Reason
                 DELIMITED BY SIZE INTO WS-Send-Line
           END-IF.

       2045-Collect-Next-Grant.
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
                 SET WS-Auth-Best-Expired TO TRUE
                 IF Uath-EXPIRY-DATE IS NUMERIC AND
                    Uath-EXPIRY-DATE >= WS-Auth-Today
                    EVALUATE TRUE
                       WHEN Uath-SCOPE-ALL
                          SET WS-Grant-All TO TRUE
                       WHEN WS-Grant-Cnt >= WS-Grant-Max-Cnt
                          CONTINUE
                       WHEN Uath-SCOPE-SUPPLIER OR Uath-SCOPE-BUYER
                          ADD +1 TO WS-Grant-Cnt
                          SET WS-Grant-IDX TO WS-Grant-Cnt
                          MOVE Uath-SCOPE-TYPE TO
                             WS-Grant-Scope-Type(WS-Grant-IDX)
                          MOVE Uath-SCOPE-VALUE TO
                             WS-Grant-Scope-Value(WS-Grant-IDX)
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                 END-IF
              END-IF
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
              STRING "PSQA: NOT AUTHORIZED -- " WS-Auth-Reason
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
           MOVE "PSQA" TO Arf-SOURCE(1:4).
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

      *    One browse of the inbox from the key given: undecided
      *    entries of the list's type the user's grants cover.
      *    A seventh match names where the next page starts.
       2100-List-Inbox.
           PERFORM 2040-Load-Grant-Scopes.
           IF WS-Auth-Granted
              IF WS-List-Type = 'P'
                 MOVE "PSQA: HELD POs -- PO  BYR SUPPLIER   PART"
                    TO WS-Send-Row(1)
                 MOVE "HELD ON  CHECK" TO WS-Send-Row(1)(53:14)
              ELSE
                 MOVE "PSQA: PENDING SUPPLIERS -- FIRST SEEN, IMAGE"
                    TO WS-Send-Row(1)
              END-IF
              MOVE ZERO TO WS-Line-Cnt
              MOVE WS-List-Type TO Inbx-ENTRY-TYPE
              MOVE WS-Req-Key TO Inbx-ENTRY-ID
              SET WS-Browse-More TO TRUE
              EXEC CICS STARTBR
                 FILE('APPRINBX')
                 RIDFLD(Inbx-INBOX-KEY)
                 GTEQ
                 RESP(WS-Resp)
              END-EXEC
              IF WS-Resp = DFHRESP(NORMAL)
                 PERFORM 2110-List-Next-Entry
                    UNTIL WS-Browse-Done
                 EXEC CICS ENDBR
                    FILE('APPRINBX')
                 END-EXEC
              END-IF
              IF WS-Line-Cnt = ZERO
                 MOVE "NOTHING WAITING IN YOUR SCOPE" TO
                    WS-Send-Row(2)
              END-IF
           END-IF.

       2110-List-Next-Entry.
           EXEC CICS READNEXT
              FILE('APPRINBX')
              INTO(Inbx-INBOX-ENTRY)
              RIDFLD(Inbx-INBOX-KEY)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp NOT = DFHRESP(NORMAL) OR
              Inbx-ENTRY-TYPE NOT = WS-List-Type
              SET WS-Browse-Done TO TRUE
           ELSE
              IF Inbx-ENTRY-OPEN
                 PERFORM 2150-Test-Entry-Scope
                 IF WS-In-Scope
                    IF WS-Line-Cnt >= WS-Line-Max
                       STRING "MORE -- PSQA " WS-List-Type " "
                          Inbx-ENTRY-ID
                          DELIMITED BY SIZE INTO WS-Send-Row(8)
                       SET WS-Browse-Done TO TRUE
                    ELSE
                       PERFORM 2120-Format-Entry-Line
                    END-IF
                 END-IF
              END-IF
           END-IF.

       2120-Format-Entry-Line.
           ADD +1 TO WS-Line-Cnt.
           SET WS-Row-IDX TO WS-Line-Cnt.
           SET WS-Row-IDX UP BY 1.
           IF Inbx-ENTRY-HELD-PO
              STRING Held-PO-NUMBER " " Held-BUYER-CODE " "
                 Held-SUPPLIER-CODE " " Held-PART-NUMBER " "
                 Inbx-QUEUED-DATE " " Inbx-HOLD-CHECK-ID
                 DELIMITED BY SIZE INTO WS-Send-Row(WS-Row-IDX)
           ELSE
              STRING Inbx-ENTRY-ID " " Inbx-QUEUED-DATE " "
                 Inbx-ENTRY-IMAGE(11:29)
                 DELIMITED BY SIZE INTO WS-Send-Row(WS-Row-IDX)
           END-IF.

      *    A held PO is covered by a supplier or a buyer grant;
      *    a pending supplier only by a supplier grant.
       2150-Test-Entry-Scope.
           MOVE 'N' TO WS-In-Scope-Flag.
           MOVE SPACES TO WS-Entry-Buyer.
           IF Inbx-ENTRY-HELD-PO
              MOVE Inbx-ENTRY-IMAGE TO Held-PURCHASE-ORDERS
              MOVE Held-SUPPLIER-CODE TO WS-Entry-Supplier
              MOVE Held-BUYER-CODE TO WS-Entry-Buyer
           ELSE
              MOVE Inbx-ENTRY-ID TO WS-Entry-Supplier
           END-IF.
           IF WS-Grant-All
              SET WS-In-Scope TO TRUE
           ELSE
              PERFORM VARYING WS-Grant-IDX FROM 1 BY 1
                 UNTIL WS-Grant-IDX > WS-Grant-Cnt
                 IF (WS-Grant-Scope-Type(WS-Grant-IDX) = 'S' AND
                     WS-Grant-Scope-Value(WS-Grant-IDX) =
                     WS-Entry-Supplier) OR
                    (WS-Grant-Scope-Type(WS-Grant-IDX) = 'B' AND
                     WS-Entry-Buyer > SPACES AND
                     WS-Grant-Scope-Value(WS-Grant-IDX)(1:3) =
                     WS-Entry-Buyer)
                    SET WS-In-Scope TO TRUE
                    SET WS-Grant-IDX TO WS-Grant-Cnt
                 END-IF
              END-PERFORM
           END-IF.

      *    Release or cancel: RELS for the PO's supplier and
      *    buyer, then the user's own buyer code to stage it
      *    under.
       2300-Decide-Held-Po.
           MOVE 'P' TO Inbx-ENTRY-TYPE.
           PERFORM 2310-Read-Entry.
           IF WS-Entry-Found
              MOVE Inbx-ENTRY-IMAGE TO Held-PURCHASE-ORDERS
              MOVE "RELS" TO WS-Auth-Function-Code
              MOVE Held-SUPPLIER-CODE TO WS-Auth-Supplier-Code
              MOVE Held-BUYER-CODE TO WS-Auth-Buyer-Code
              PERFORM 2050-Check-Authority
              IF WS-Auth-Granted
                 PERFORM 2320-Find-User-Buyer
              END-IF
              IF WS-Auth-Granted AND WS-Staged-Buyer > SPACES
                 IF WS-Release-Po
                    MOVE 'R' TO WS-Action-Code
                    MOVE "RELEASE" TO WS-Action-Word
                 ELSE
                    MOVE 'C' TO WS-Action-Code
                    MOVE "CANCEL" TO WS-Action-Word
                 END-IF
                 PERFORM 2500-Record-Decision
              END-IF
           END-IF.

      *    An entry no longer open has already been decided from
      *    some terminal today; it says by whom.
       2310-Read-Entry.
           MOVE 'N' TO WS-Entry-Found-Flag.
           MOVE WS-Req-Key TO Inbx-ENTRY-ID.
           EXEC CICS READ
              FILE('APPRINBX')
              INTO(Inbx-INBOX-ENTRY)
              RIDFLD(Inbx-INBOX-KEY)
              RESP(WS-Resp)
           END-EXEC.
           EVALUATE TRUE
              WHEN WS-Resp = DFHRESP(NOTFND)
                 IF Inbx-ENTRY-HELD-PO
                    STRING "PSQA: PO " WS-Req-Key
                       " IS NOT ON THE HOLD QUEUE"
                       DELIMITED BY SIZE INTO WS-Send-Row(1)
                 ELSE
                    STRING "PSQA: SUPPLIER " WS-Req-Key
                       " IS NOT AWAITING REVIEW"
                       DELIMITED BY SIZE INTO WS-Send-Row(1)
                 END-IF
              WHEN WS-Resp NOT = DFHRESP(NORMAL)
                 MOVE "PSQA: APPRINBX READ FAILED -- CALL SUPPORT"
                    TO WS-Send-Row(1)
              WHEN Inbx-ENTRY-DECIDED
                 STRING "PSQA: " WS-Req-Key " ALREADY DECIDED ("
                    Inbx-DECISION-ACTION ") BY " Inbx-DECIDED-BY
                    " AT " Inbx-DECIDED-TIME
                    " -- APPLIED TONIGHT"
                    DELIMITED BY SIZE INTO WS-Send-Row(1)
              WHEN OTHER
                 SET WS-Entry-Found TO TRUE
           END-EVALUATE.

       2320-Find-User-Buyer.
           MOVE SPACES TO WS-Staged-Buyer.
           MOVE SPACES TO Ref-REF-KEY.
           SET Ref-REF-IDENTITY TO TRUE.
           MOVE WS-Auth-Userid TO Ref-REF-ID.
           EXEC CICS READ
              FILE('POEDREF')
              INTO(Ref-EDIT-REF)
              RIDFLD(Ref-REF-KEY)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
              MOVE Ref-UI-BUYER-CODE TO WS-Staged-Buyer
           ELSE
              STRING "PSQA: NO BUYER CODE ON FILE FOR "
                 WS-Auth-Userid " -- PO " WS-Req-Key
                 " STAYS HELD"
                 DELIMITED BY SIZE INTO WS-Send-Row(1)
           END-IF.

      *    Approve or reject: SAPR for the supplier under review.
       2400-Decide-Pending-Supp.
           MOVE 'S' TO Inbx-ENTRY-TYPE.
           PERFORM 2310-Read-Entry.
           IF WS-Entry-Found
              MOVE "SAPR" TO WS-Auth-Function-Code
              MOVE Inbx-ENTRY-ID TO WS-Auth-Supplier-Code
              MOVE SPACES TO WS-Auth-Buyer-Code
              PERFORM 2050-Check-Authority
              IF WS-Auth-Granted
                 MOVE SPACES TO WS-Staged-Buyer
                 IF WS-Approve-Supp
                    MOVE 'A' TO WS-Action-Code
                    MOVE "APPROVE" TO WS-Action-Word
                 ELSE
                    MOVE 'R' TO WS-Action-Code
                    MOVE "REJECT" TO WS-Action-Word
                 END-IF
                 PERFORM 2500-Record-Decision
              END-IF
           END-IF.

      *    Re-read for update so two terminals cannot both decide
      *    the entry; the queue record goes first, and the entry
      *    is only marked once it is safely written.
       2500-Record-Decision.
           EXEC CICS READ
              FILE('APPRINBX')
              INTO(Inbx-INBOX-ENTRY)
              RIDFLD(Inbx-INBOX-KEY)
              UPDATE
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp NOT = DFHRESP(NORMAL)
              MOVE "PSQA: APPRINBX READ FAILED -- CALL SUPPORT"
                 TO WS-Send-Row(1)
           ELSE
              IF Inbx-ENTRY-DECIDED
                 EXEC CICS UNLOCK
                    FILE('APPRINBX')
                 END-EXEC
                 STRING "PSQA: " WS-Req-Key " ALREADY DECIDED ("
                    Inbx-DECISION-ACTION ") BY " Inbx-DECIDED-BY
                    DELIMITED BY SIZE INTO WS-Send-Row(1)
              ELSE
                 PERFORM 2510-Write-Decision
                 IF WS-Resp = DFHRESP(NORMAL)
                    PERFORM 2520-Mark-Entry
                 ELSE
                    EXEC CICS UNLOCK
                       FILE('APPRINBX')
                    END-EXEC
                    MOVE "PSQA: APPR QUEUE WRITE FAILED -- CALL SUPPORT"
                       TO WS-Send-Row(1)
                 END-IF
              END-IF
           END-IF.

       2510-Write-Decision.
           MOVE SPACES TO Dec-DECISION-REC.
           MOVE WS-Auth-Date TO Dec-ENTRY-DATE.
           MOVE WS-Auth-Time TO Dec-ENTRY-TIME.
           MOVE WS-Auth-Userid TO Dec-USER-ID.
           MOVE EIBTRMID TO Dec-TERMINAL.
           MOVE Inbx-ENTRY-TYPE TO Dec-ENTRY-TYPE.
           MOVE Inbx-ENTRY-ID TO Dec-ENTRY-ID.
           MOVE WS-Action-Code TO Dec-ACTION.
           MOVE WS-Staged-Buyer TO Dec-BUYER-CODE.
           MOVE WS-Req-Comment TO Dec-COMMENT.
           EXEC CICS WRITEQ TD
              QUEUE('APPR')
              FROM(Dec-DECISION-REC)
              LENGTH(WS-Dec-Length)
              RESP(WS-Resp)
           END-EXEC.

       2520-Mark-Entry.
           SET Inbx-ENTRY-DECIDED TO TRUE.
           MOVE WS-Action-Code TO Inbx-DECISION-ACTION.
           MOVE WS-Auth-Userid TO Inbx-DECIDED-BY.
           MOVE WS-Auth-Date TO Inbx-DECIDED-DATE.
           MOVE WS-Auth-Time TO Inbx-DECIDED-TIME.
           EXEC CICS REWRITE
              FILE('APPRINBX')
              FROM(Inbx-INBOX-ENTRY)
              RESP(WS-Resp)
           END-EXEC.
           IF WS-Resp = DFHRESP(NORMAL)
              STRING "PSQA: " WS-Action-Word " OF " WS-Req-Key
                 " RECORDED -- APPLIED IN TONIGHT'S BATCH"
                 DELIMITED BY SIZE INTO WS-Send-Row(1)
           ELSE
              STRING "PSQA: " WS-Action-Word " OF " WS-Req-Key
                 " RECORDED BUT NOT MARKED -- CALL SUPPORT"
                 DELIMITED BY SIZE INTO WS-Send-Row(1)
           END-IF.

       3000-Send-Response.
           EXEC CICS SEND TEXT
              FROM(WS-Send-Line)
              LENGTH(WS-Send-Length)
              ERASE
              FREEKB
           END-EXEC.
