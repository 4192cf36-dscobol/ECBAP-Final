      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-09-01 dastagg       Created for PO change orders
      * 2026-10-08 dastagg       Requesting buyer needs POCH
      *                          authority for the PO's buyer or
      *                          supplier on the central user-
      *                          authority file (AUTHCHK), else
      *                          the transaction is rejected.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           12 WS-Applied-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Changed-PO-Cnt            PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Txn-Row-Found-Flag        PIC X.
           12 WS-Old-Price-Edit            PIC -(6)9.99.
           12 WS-New-Price-Edit            PIC -(6)9.99.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       2110-Apply-One-Txn.
           IF WS-Txn-PO-Number(WS-Txn-IDX) = PoOut-PO-NUMBER AND
              NOT WS-Txn-Applied(WS-Txn-IDX)
              PERFORM 2115-Check-Authority
              IF WS-Auth-Refused
                 PERFORM 2196-Reject-Unauthorized
              ELSE
                 PERFORM 2120-Snapshot-Before-Image
                 EVALUATE WS-Txn-Field-Code(WS-Txn-IDX)
                    WHEN 'Q'
                       PERFORM 2130-Apply-Quantity-Change
                    WHEN 'P'
                       PERFORM 2140-Apply-Price-Change
                    WHEN 'D'
                       PERFORM 2150-Apply-Delivery-Change
                    WHEN 'B'
                       PERFORM 2160-Apply-Buyer-Change
                 END-EVALUATE
              END-IF
           END-IF.

      *    Every amendment is POCH, scoped by the PO's buyer and
      *    supplier as they stand before this change.
       2115-Check-Authority.
           SET WS-Auth-Check TO TRUE.
           MOVE "POCHG" TO WS-Auth-Program.
           MOVE WS-Txn-Buyer-Id(WS-Txn-IDX) TO WS-Auth-User-Id.
           MOVE "POCH" TO WS-Auth-Function-Code.
           MOVE PoOut-SUPPLIER-CODE TO WS-Auth-Supplier-Code.
           MOVE PoOut-BUYER-CODE TO WS-Auth-Buyer-Code.
           MOVE SPACES TO WS-Auth-Pair-Id.
           MOVE WS-Run-Date TO WS-Auth-Business-Date.
           CALL 'AUTHCHK' USING WS-Auth-Request.

       2120-Snapshot-Before-Image.
           MOVE PoOut-QUANTITY TO WS-Old-Qty-Edit.
           MOVE PoOut-UNIT-PRICE TO WS-Old-Price-Edit.
              WS-Txn-Field-Code(WS-Txn-IDX) " on PO "
              PoOut-PO-NUMBER.

       2196-Reject-Unauthorized.
           ADD +1 TO WS-Rejected-Cnt.
           ADD +1 TO WS-Unauth-Cnt.
           MOVE 'Y' TO WS-Txn-Applied-Flag(WS-Txn-IDX).
           DISPLAY "POCHG REJECT: buyer "
              WS-Txn-Buyer-Id(WS-Txn-IDX) " not authorized for PO "
              PoOut-PO-NUMBER " -- " WS-Auth-Reason.

       2200-Write-Change-History.
           MOVE PoOut-QUANTITY TO WS-New-Qty-Edit.
           MOVE PoOut-UNIT-PRICE TO WS-New-Price-Edit.
              VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt.
           CLOSE PoOut PoOutNewFile ChangedListFile PoChangeLog.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Po-Chg: POs Read:          " FD-PoOut-Record-Cnt.
           DISPLAY "  Po-Chg: Txns Read:         "
              FD-ChangeTxn-Record-Cnt.
           DISPLAY "  Po-Chg: Changes Applied:   " WS-Applied-Cnt.
           DISPLAY "  Po-Chg: Txns Rejected:     " WS-Rejected-Cnt.
           DISPLAY "  Po-Chg: Not Authorized:    " WS-Unauth-Cnt.
           DISPLAY "  Po-Chg: POs Amended:       " WS-Changed-PO-Cnt.
           DISPLAY "  Po-Chg: New File Written:  "
              FD-PoOutNew-Record-Cnt.
