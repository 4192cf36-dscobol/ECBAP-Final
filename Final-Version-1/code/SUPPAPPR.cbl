      * 2026-09-01 dastagg       Created for supplier quarantine
      * 2026-09-02 dastagg       Pending record resized with the
      *                          widened 39-byte supplier image.
      * 2026-10-08 dastagg       Approver needs SAPR authority for
      *                          the supplier on the central
      *                          user-authority file (AUTHCHK);
      *                          a refused decision is carried
      *                          forward undecided.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Carried-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Pending-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Table-Storage.
           12 WS-Txn-Max-Cnt               PIC S9(4) COMP VALUE +999.

       01  WS-Run-Date                     PIC 9(08) VALUE ZERO.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
           IF WS-PendingSuppFile-Good
              ADD +1 TO FD-Pending-Record-Cnt
              PERFORM 2100-Find-Txn-For-Code
              PERFORM 2150-Check-Authority
              EVALUATE TRUE
                 WHEN WS-Txn-Not-Found
                    ADD +1 TO WS-Carried-Cnt
                    MOVE FD-PendingSupp-Record TO
                       FD-PendingOut-Record
                    WRITE FD-PendingOut-Record
                 WHEN WS-Auth-Refused
                    ADD +1 TO WS-Unauth-Cnt
                    ADD +1 TO WS-Carried-Cnt
                    MOVE FD-PendingSupp-Record TO
                       FD-PendingOut-Record
                    WRITE FD-PendingOut-Record
                    DISPLAY "SUPPAPPR REJECT: "
                       WS-Txn-Approver(WS-Txn-Match-IDX)
                       " not authorized for code "
                       FD-Pend-Supplier-Code " -- " WS-Auth-Reason
                 WHEN WS-Txn-Action(WS-Txn-Match-IDX) = 'A'
                    ADD +1 TO WS-Approved-Cnt
                    MOVE FD-Pend-Supplier-Code TO
              END-IF
           END-PERFORM.

      *    Approving and rejecting are both SAPR, scoped by the
      *    supplier under review.
       2150-Check-Authority.
           SET WS-Auth-Granted TO TRUE.
           IF WS-Txn-Found
              SET WS-Auth-Check TO TRUE
              MOVE "SUPPAPPR" TO WS-Auth-Program
              MOVE WS-Txn-Approver(WS-Txn-Match-IDX)
                 TO WS-Auth-User-Id
              MOVE "SAPR" TO WS-Auth-Function-Code
              MOVE FD-Pend-Supplier-Code TO WS-Auth-Supplier-Code
              MOVE SPACES TO WS-Auth-Buyer-Code WS-Auth-Pair-Id
              MOVE WS-Run-Date TO WS-Auth-Business-Date
              CALL 'AUTHCHK' USING WS-Auth-Request
           END-IF.

       2200-Write-Audit-Line.
           MOVE SPACES TO FD-ReviewAudit-Record.
           STRING WS-Run-Date " "
              UNTIL WS-Txn-IDX > WS-Txn-Cnt.
           CLOSE PendingSuppFile PendingOutFile
                 KnownOutFile ReviewAuditFile.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Supp-Appr: Pending Read:    "
              FD-Pending-Record-Cnt.
           DISPLAY "  Supp-Appr: Approved:        " WS-Approved-Cnt.
           DISPLAY "  Supp-Appr: Rejected:        " WS-Rejected-Cnt.
           DISPLAY "  Supp-Appr: Carried Forward: " WS-Carried-Cnt.
           DISPLAY "  Supp-Appr: Not Authorized:  " WS-Unauth-Cnt.
           DISPLAY "  Supp-Appr: Txn No Pending:  "
              WS-No-Pending-Cnt.

