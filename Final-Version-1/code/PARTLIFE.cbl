      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for part lifecycle
      * 2026-10-08 dastagg       Submitter needs PLIF authority on
      *                          the central user-authority file
      *                          (AUTHCHK), else rejected.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-Applied-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Added-Cnt                 PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Rows-Written-Cnt          PIC S9(4) COMP VALUE ZERO.

       01  WS-Life-Table-Storage.

       01  WS-Run-Date                     PIC 9(08) VALUE ZERO.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
           END-READ.
           IF WS-LifeTxnFile-Good
              ADD +1 TO WS-Txn-Read-Cnt
              PERFORM 2050-Check-Authority
              EVALUATE TRUE
                 WHEN FD-Txn-Part NOT > SPACES
                    ADD +1 TO WS-Rejected-Cnt
                    ADD +1 TO WS-Rejected-Cnt
                    DISPLAY "PARTLIFE REJECT: bad status '"
                       FD-Txn-Status "' for part " FD-Txn-Part
                 WHEN WS-Auth-Refused
                    ADD +1 TO WS-Rejected-Cnt
                    ADD +1 TO WS-Unauth-Cnt
                    DISPLAY "PARTLIFE REJECT: " FD-Txn-Submitter
                       " not authorized for part " FD-Txn-Part
                       " -- " WS-Auth-Reason
                 WHEN OTHER
                    PERFORM 2100-Upsert-Row
              END-EVALUATE
           END-IF.

      *    Only a transaction that would otherwise apply is put
      *    to AUTHCHK; lifecycle grants are never scoped.
       2050-Check-Authority.
           SET WS-Auth-Granted TO TRUE.
           IF FD-Txn-Part > SPACES AND FD-Txn-Status-Valid
              SET WS-Auth-Check TO TRUE
              MOVE "PARTLIFE" TO WS-Auth-Program
              MOVE FD-Txn-Submitter TO WS-Auth-User-Id
              MOVE "PLIF" TO WS-Auth-Function-Code
              MOVE SPACES TO WS-Auth-Supplier-Code
                             WS-Auth-Buyer-Code WS-Auth-Pair-Id
              MOVE WS-Run-Date TO WS-Auth-Business-Date
              CALL 'AUTHCHK' USING WS-Auth-Request
           END-IF.

       2100-Upsert-Row.
           SET WS-Life-Not-Found TO TRUE.
           MOVE ZERO TO WS-Life-Match-IDX.
       3000-End-Job.
           DISPLAY "PARTLIFE: 3000-End-Job".
           CLOSE LifeTxnFile LifeAuditFile.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           OPEN OUTPUT LifecycleNewFile.
           PERFORM 3010-Write-One-Row
              VARYING WS-Life-IDX FROM 1 BY 1
           DISPLAY "  Part-Life: Applied:       " WS-Applied-Cnt.
           DISPLAY "  Part-Life: Parts Added:   " WS-Added-Cnt.
           DISPLAY "  Part-Life: Rejected:      " WS-Rejected-Cnt.
           DISPLAY "  Part-Life: Not Authorized: " WS-Unauth-Cnt.
           DISPLAY "  Part-Life: Rows Written:  "
              WS-Rows-Written-Cnt.

