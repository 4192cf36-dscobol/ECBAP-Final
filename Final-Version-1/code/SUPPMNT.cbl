      *    after values -- an online change with no audit trail
      *    would be worse than the batch window it replaces.
      *
      *    Only an operator holding SMNT on the USERAUTH cluster
      *    for the supplier (or unscoped) gets as far as the
      *    read; anyone else is refused and the attempt written
      *    to the AUTH queue.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-08-22 dastagg       Created for guarded online
      *                          supplier maintenance
      * 2026-10-08 dastagg       Operator needs SMNT authority for
      *                          the supplier on the central
      *                          user-authority file; refusals
      *                          go to the AUTH queue.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-CL-New-Status             PIC X(01) VALUE SPACE.
       01  WS-Change-Log-Length            PIC S9(4) COMP VALUE +40.

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
           12 WS-Send-Line                 PIC X(160) VALUE SPACES.
           12 WS-Send-Length               PIC S9(4) COMP VALUE +160.
              MOVE "PSQM: ENTER <SUPPLIER> R<1-3> AND/OR S<1-3>"
                 TO WS-Send-Line
           ELSE
              MOVE "SMNT" TO WS-Auth-Function-Code
              MOVE WS-Supp-Key TO WS-Auth-Supplier-Code
              PERFORM 2050-Check-Authority
              IF WS-Auth-Granted
                 PERFORM 2000-Apply-Maintenance
              END-IF
           END-IF.
           PERFORM 3000-Send-Response.
           EXEC CICS RETURN
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
              STRING "PSQM: NOT AUTHORIZED -- " WS-Auth-Reason
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
           MOVE "PSQM" TO Arf-SOURCE(1:4).
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

       2100-Read-For-Update.
           EXEC CICS READ
              FILE('SUPPOUT')
