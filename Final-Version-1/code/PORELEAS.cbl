      *                          only consumes at its own poout
      *                          write, so the release path has
      *                          to account for what it appends.
      * 2026-10-02 dastagg       POOUT image 96 for the prime
      *                          contract and DPAS rating.
      * 2026-10-05 dastagg       Release refused for any held PO
      *                          whose supplier still has an open
      *                          or blocked restricted-party
      *                          review -- carried forward and
      *                          reported; cancel still allowed.
      * 2026-10-07 dastagg       Every release and cancel appended
      *                          to the permanent release history
      *                          with the PO's own buyer, for the
      *                          segregation-of-duties report.
      * 2026-10-08 dastagg       Release and cancel need the
      *                          buyer's RELS authority on the
      *                          central user-authority file
      *                          (AUTHCHK) -- refused ones are
      *                          carried forward and reported.
      * 2026-10-13 dastagg       Hold queue input image 160 for
      *                          the GL distribution lines.
      * 2026-10-15 dastagg       Hold queue input image 366 for
      *                          the PO delivery-schedule lines.
      * 2026-10-15 dastagg       Hold queue input image 369 for
      *                          the PO ship-to plant.
      * 2026-10-15 dastagg       Carried-forward hold queue line
      *                          389, the same as the input -- it
      *                          had stayed at 116 and cut every
      *                          held PO image it carried.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PoOut-Status.

      *    RPSCREEN's compliance review queue -- read only.
           SELECT RpQueueFile
           ASSIGN TO "../data/rp-review-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RpQueueFile-Status.

      *    Permanent record of who released or cancelled which
      *    held PO -- the queue report is rewritten every run.
           SELECT ReleaseHistFile
           ASSIGN TO "../data/po-release-history.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReleaseHistFile-Status.

           SELECT QueueRpt
           ASSIGN TO "../data/po-hold-queue-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
       01  FD-HoldQueue-Record.
           05 FD-HQ-Held-Date           PIC 9(08).
           05 FD-HQ-Check-Id            PIC X(12).
           05 FD-HQ-Po-Image            PIC X(369).

       FD  HoldQueueNewFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HoldQueueNew-Record       PIC X(389).

       FD  ReleaseTxnFile
           LABEL RECORDS ARE STANDARD
           BLOCK CONTAINS 0 RECORDS.
           COPY POOUT REPLACING ==:tag:== BY ==PoOut==.

       FD  RpQueueFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RPQUEUE REPLACING ==:tag:== BY ==RpQueue==.

      *    Release history layout: date(8), action(9) RELEASED or
      *    CANCELLED, PO(6), releasing buyer(3), the PO's own
      *    BUYER-CODE(3), supplier(10), hold check(12).
       FD  ReleaseHistFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ReleaseHist-Record        PIC X(80).

       FD  QueueRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           COPY WSFST REPLACING ==:tag:== BY ==ReleaseTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==PoOut==.
           COPY WSFST REPLACING ==:tag:== BY ==QueueRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==ReleaseHistFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RpQueueFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketConsFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BlanketConsOutFile==.
           12 WS-Cancelled-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Carried-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Hold-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Refused-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-Unauth-Cnt                PIC S9(4) COMP VALUE ZERO.

       01  WS-Txn-Table-Storage.
           12 WS-Txn-Max-Cnt               PIC S9(4) COMP VALUE +999.
              15 WS-Blkt-Consumed-Qty      PIC S9(9) COMP VALUE ZERO.
           12 WS-Blkt-Consumed-Cnt         PIC S9(4) COMP VALUE ZERO.

       01  WS-Rps-Review-Storage.
      *    Suppliers with a restricted-party review still OPEN or
      *    BLOCKED.  Nothing of theirs may be released until
      *    compliance clears them.
           12 WS-Rpr-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Rpr-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rpr-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Rpr-Cnt
              INDEXED BY WS-Rpr-IDX.
              15 WS-Rpr-Supplier           PIC X(10).

       01  WS-Rps-Review-Search.
           12 WS-Rpr-Found-Flag            PIC X.
              88 WS-Rpr-Found                 VALUE 'Y'.
              88 WS-Rpr-Not-Found             VALUE 'N'.

       01  WS-Date-Work-Fields.
           12 WS-Today-Date                PIC 9(08) VALUE ZERO.
           12 WS-Today-Int                 PIC 9(10) VALUE ZERO.
           12 WS-Days-Held                 PIC S9(05) VALUE ZERO.
           12 WS-Days-Edit                 PIC -(4)9.

       COPY AUTHAREA.

       COPY MSGAREA.

       PROCEDURE DIVISION.
           PERFORM 1010-Load-Release-Txns.
           PERFORM 1020-Load-Blanket-Table.
           PERFORM 1030-Load-Blanket-Consumed.
           PERFORM 1040-Load-Rps-Reviews.
           OPEN INPUT HoldQueueFile.
           IF NOT WS-HoldQueueFile-Good
              DISPLAY "PORELEAS: hold queue empty -- nothing held."
           IF NOT WS-PoOut-Good
              OPEN OUTPUT PoOut
           END-IF.
           OPEN EXTEND ReleaseHistFile.
           IF NOT WS-ReleaseHistFile-Good
              OPEN OUTPUT ReleaseHistFile
           END-IF.
           MOVE SPACES TO FD-QueueRpt-Record.
           STRING "ACTION    PO     HELD-ON   DAYS  CHECK"
              DELIMITED BY SIZE INTO FD-QueueRpt-Record.
              END-PERFORM
           END-IF.

      *    No review queue yet just means no one is under review.
       1040-Load-Rps-Reviews.
           OPEN INPUT RpQueueFile.
           IF WS-RpQueueFile-Good
              PERFORM 1045-Load-One-Review
                 UNTIL WS-RpQueueFile-EOF
              CLOSE RpQueueFile
           END-IF.

       1045-Load-One-Review.
           READ RpQueueFile
              AT END SET WS-RpQueueFile-EOF TO TRUE
           END-READ.
           IF WS-RpQueueFile-Good AND RpQueue-REVIEW-UNRESOLVED
              SET WS-Rpr-Not-Found TO TRUE
              PERFORM VARYING WS-Rpr-IDX FROM 1 BY 1
                 UNTIL WS-Rpr-IDX > WS-Rpr-Cnt
                 IF WS-Rpr-Supplier(WS-Rpr-IDX) =
                    RpQueue-SUPPLIER-CODE
                    SET WS-Rpr-Found TO TRUE
                    SET WS-Rpr-IDX TO WS-Rpr-Cnt
                 END-IF
              END-PERFORM
              IF WS-Rpr-Not-Found
                 IF WS-Rpr-Cnt >= WS-Rpr-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Rps-Review-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Rpr-Cnt
                 SET WS-Rpr-IDX TO WS-Rpr-Cnt
                 MOVE RpQueue-SUPPLIER-CODE TO
                    WS-Rpr-Supplier(WS-Rpr-IDX)
              END-IF
           END-IF.

       2000-Work-One-Held-PO.
           READ HoldQueueFile
              AT END SET WS-HoldQueueFile-EOF TO TRUE
           IF WS-HoldQueueFile-Good
              ADD +1 TO WS-Held-Read-Cnt
              PERFORM 2100-Find-Txn-For-PO
              MOVE FD-HQ-Po-Image TO PoOut-PURCHASE-ORDERS
              PERFORM 2150-Find-Rps-Review
              PERFORM 2160-Check-Authority
              EVALUATE TRUE
                 WHEN WS-Txn-Not-Found
                    ADD +1 TO WS-Carried-Cnt
                       FD-HoldQueueNew-Record
                    WRITE FD-HoldQueueNew-Record
                    PERFORM 2300-Write-Aging-Line
                 WHEN WS-Auth-Refused
                    ADD +1 TO WS-Unauth-Cnt
                    MOVE FD-HoldQueue-Record TO
                       FD-HoldQueueNew-Record
                    WRITE FD-HoldQueueNew-Record
                    PERFORM 2460-Write-Unauth-Line
                 WHEN WS-Txn-Action(WS-Txn-Match-IDX) = 'R' AND
                      WS-Rpr-Found
                    ADD +1 TO WS-Refused-Cnt
                    MOVE FD-HoldQueue-Record TO
                       FD-HoldQueueNew-Record
                    WRITE FD-HoldQueueNew-Record
                    PERFORM 2450-Write-Refused-Line
                 WHEN WS-Txn-Action(WS-Txn-Match-IDX) = 'R'
                    ADD +1 TO WS-Released-Cnt
                    MOVE FD-HQ-Po-Image TO
              END-IF
           END-PERFORM.

      *    Whatever check held it, a PO to a supplier under
      *    restricted-party review stays held.
       2150-Find-Rps-Review.
           SET WS-Rpr-Not-Found TO TRUE.
           PERFORM VARYING WS-Rpr-IDX FROM 1 BY 1
              UNTIL WS-Rpr-IDX > WS-Rpr-Cnt
              IF WS-Rpr-Supplier(WS-Rpr-IDX) = PoOut-SUPPLIER-CODE
                 SET WS-Rpr-Found TO TRUE
                 SET WS-Rpr-IDX TO WS-Rpr-Cnt
              END-IF
           END-PERFORM.

      *    Releasing and cancelling are both RELS, scoped by the
      *    PO's own buyer and supplier.
       2160-Check-Authority.
           SET WS-Auth-Granted TO TRUE.
           IF WS-Txn-Found
              SET WS-Auth-Check TO TRUE
              MOVE "PORELEAS" TO WS-Auth-Program
              MOVE WS-Txn-Buyer(WS-Txn-Match-IDX) TO WS-Auth-User-Id
              MOVE "RELS" TO WS-Auth-Function-Code
              MOVE PoOut-SUPPLIER-CODE TO WS-Auth-Supplier-Code
              MOVE FD-HQ-Po-Image(7:3) TO WS-Auth-Buyer-Code
              MOVE SPACES TO WS-Auth-Pair-Id
              MOVE WS-Today-Date TO WS-Auth-Business-Date
              CALL 'AUTHCHK' USING WS-Auth-Request
           END-IF.

      *    One aging line per entry still on the queue -- the
      *    line that keeps a forgotten hold from rotting.
       2300-Write-Aging-Line.
           MOVE WS-Txn-Buyer(WS-Txn-Match-IDX) TO
              FD-QueueRpt-Record(52:3).
           PERFORM 2900-Write-Queue-Rpt-Line.
           MOVE SPACES TO FD-ReleaseHist-Record.
           MOVE WS-Today-Date TO FD-ReleaseHist-Record(1:8).
           MOVE FD-QueueRpt-Record(1:9) TO FD-ReleaseHist-Record(10:9).
      *    Taken from the held image -- the released PO's record
      *    area is gone once written.  Buyer at 7, supplier at 46.
           MOVE FD-HQ-Po-Image(1:6) TO FD-ReleaseHist-Record(20:6).
           MOVE WS-Txn-Buyer(WS-Txn-Match-IDX) TO
              FD-ReleaseHist-Record(27:3).
           MOVE FD-HQ-Po-Image(7:3) TO FD-ReleaseHist-Record(31:3).
           MOVE FD-HQ-Po-Image(46:10) TO
              FD-ReleaseHist-Record(35:10).
           MOVE FD-HQ-Check-Id TO FD-ReleaseHist-Record(46:12).
           WRITE FD-ReleaseHist-Record.
           IF NOT WS-ReleaseHistFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "PO-RELEASE-HISTORY" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-ReleaseHistFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    The buyer's release is refused, not dropped -- the
      *    line says why, and the PO is still on the queue.
       2450-Write-Refused-Line.
           MOVE SPACES TO FD-QueueRpt-Record.
           MOVE "REFUSED" TO FD-QueueRpt-Record(1:7).
           MOVE FD-HQ-Po-Image(1:6) TO FD-QueueRpt-Record(11:6).
           MOVE FD-HQ-Held-Date TO FD-QueueRpt-Record(18:8).
           MOVE FD-HQ-Check-Id TO FD-QueueRpt-Record(35:12).
           MOVE "BY " TO FD-QueueRpt-Record(49:3).
           MOVE WS-Txn-Buyer(WS-Txn-Match-IDX) TO
              FD-QueueRpt-Record(52:3).
           MOVE "SUPPLIER ON RESTRICTED-PARTY REVIEW"
              TO FD-QueueRpt-Record(57:35).
           MOVE PoOut-SUPPLIER-CODE TO FD-QueueRpt-Record(93:10).
           PERFORM 2900-Write-Queue-Rpt-Line.

      *    Not the buyer's to decide -- the PO stays held and the
      *    line gives AUTHCHK's reason.
       2460-Write-Unauth-Line.
           MOVE SPACES TO FD-QueueRpt-Record.
           MOVE "REFUSED" TO FD-QueueRpt-Record(1:7).
           MOVE FD-HQ-Po-Image(1:6) TO FD-QueueRpt-Record(11:6).
           MOVE FD-HQ-Held-Date TO FD-QueueRpt-Record(18:8).
           MOVE FD-HQ-Check-Id TO FD-QueueRpt-Record(35:12).
           MOVE "BY " TO FD-QueueRpt-Record(49:3).
           MOVE WS-Txn-Buyer(WS-Txn-Match-IDX) TO
              FD-QueueRpt-Record(52:3).
           MOVE "NOT AUTHORIZED" TO FD-QueueRpt-Record(57:14).
           MOVE WS-Auth-Reason TO FD-QueueRpt-Record(72:20).
           PERFORM 2900-Write-Queue-Rpt-Line.

      *    POCALL held the PO before it could eat its blanket
      *    ceiling; the release writing it to poout does the
              VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt.
           PERFORM 3020-Write-Blanket-Cons-File.
           CLOSE HoldQueueFile HoldQueueNewFile PoOut QueueRpt
                 ReleaseHistFile.
           SET WS-Auth-End TO TRUE.
           CALL 'AUTHCHK' USING WS-Auth-Request.
           DISPLAY "  Po-Releas: Held Read:      " WS-Held-Read-Cnt.
           DISPLAY "  Po-Releas: Released:       " WS-Released-Cnt.
           DISPLAY "  Po-Releas: Cancelled:      " WS-Cancelled-Cnt.
           DISPLAY "  Po-Releas: Carried:        " WS-Carried-Cnt.
           DISPLAY "  Po-Releas: Txn Not Held:   " WS-No-Hold-Cnt.
           DISPLAY "  Po-Releas: Refused-RP Review: " WS-Refused-Cnt.
           DISPLAY "  Po-Releas: Refused-Authority: " WS-Unauth-Cnt.
           DISPLAY "  Po-Releas: Blanket Consumes: "
              WS-Blkt-Consumed-Cnt.

