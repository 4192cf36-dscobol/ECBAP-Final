      ***********************************************************
      * Program name:    RMTVERFY
      * Original author: David Stagowski
      *
      *    Description: AP's call-back verification of remit-to
      *       address changes, and the held-supplier report.
      *
      *    APVENDX puts a supplier on payment hold and a PENDING
      *    row on the remit verification queue whenever its
      *    remit ('3'-type) address changes, with the contacts
      *    the supplier had before the change listed as the
      *    only people AP may call to confirm it.  This applies
      *    the call-backs AP stages -- verifier, supplier, which
      *    of those contacts was called, the call-back date and
      *    the result -- to the supplier's PENDING rows.
      *
      *    A call-back is accepted only to a contact listed for
      *    that supplier and held date, on or after the day the
      *    hold went on, and only with a verifier named; anything
      *    else is rejected and the row stays PENDING.  VERIFIED
      *    lets APVENDX lift the hold on its next run.  REJECTED
      *    keeps it on: the master must be put right through
      *    supplier maintenance, which comes back through here as
      *    a fresh change.
      *
      *    The whole queue is written to the -new file with a
      *    control line (review, then PROMOTE pair RMTVQ), each
      *    call-back is appended to the verification audit file,
      *    and the held-supplier report lists every supplier
      *    still held with its call-back candidates and the
      *    approved invoices (APMATCH's approve-to-pay feed) now
      *    waiting behind the hold.
      *
      *    Call-back transaction: verifier(8), supplier(10),
      *    contact seq 9(2), call-back date 9(8), result(1) 'V'
      *    verified / 'R' rejected.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      * ---------- ------------  --------------------------------
      * 2026-10-06 dastagg       Created for the remit-to change
      *                          payment hold
      * 2026-10-13 dastagg       Approve-to-pay feed widened to 124
      *                          for the PO's GL distribution.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMTVERFY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RemitVerifyFile
           ASSIGN TO "../data/remit-verify-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemitVerifyFile-Status.

           SELECT RemitVerifyOutFile
           ASSIGN TO "../data/remit-verify-queue-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemitVerifyOutFile-Status.

           SELECT RemitVerifyCtlFile
           ASSIGN TO "../data/remit-verify-queue-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemitVerifyCtlFile-Status.

           SELECT CallbackFile
           ASSIGN TO "../data/remit-callback-contacts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CallbackFile-Status.

           SELECT VerifyTxnFile
           ASSIGN TO "../data/remit-verify-txns.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VerifyTxnFile-Status.

      *    Permanent call-back history -- who called whom about
      *    which change, and what they were told.
           SELECT VerifyAuditFile
           ASSIGN TO "../data/remit-verify-audit.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VerifyAuditFile-Status.

      *    APMATCH's SELECT is the authority on the feed.  A
      *    missing file just means nothing approved to pay.
           SELECT ApproveFeedFile
           ASSIGN TO "../data/ap-approve-feed.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ApproveFeedFile-Status.

           SELECT HoldRpt
           ASSIGN TO "../data/remit-hold-rpt.dat.txt"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HoldRpt-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  RemitVerifyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTVQ REPLACING ==:tag:== BY ==RmtVq==.

       FD  RemitVerifyOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-RemitVerifyOut-Record     PIC X(161).

       FD  RemitVerifyCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-Ctl-Record.
           05 FD-Ctl-Count              PIC 9(09).
           05 FD-Ctl-Hash               PIC 9(13).

       FD  CallbackFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTCBK REPLACING ==:tag:== BY ==RmtCbk==.

       FD  VerifyTxnFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-VerifyTxn-Record.
           05 FD-Vtx-Verifier           PIC X(08).
           05 FD-Vtx-Supplier-Code      PIC X(10).
           05 FD-Vtx-Contact-Seq        PIC 9(02).
           05 FD-Vtx-Callback-Date      PIC 9(08).
           05 FD-Vtx-Result             PIC X(01).
              88 FD-Vtx-Verified           VALUE 'V'.
              88 FD-Vtx-Rejected           VALUE 'R'.

       FD  VerifyAuditFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-VerifyAudit-Record        PIC X(132).

       FD  ApproveFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ApproveFeed-Record.
           05 FD-Appr-Invoice           PIC X(10).
           05 FD-Appr-Supplier          PIC X(10).
           05 FD-Appr-PO-Number         PIC X(06).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Currency          PIC X(03).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Amount            PIC X(16).
           05 FILLER                    PIC X(01).
           05 FD-Appr-Inv-Date          PIC X(08).
           05 FILLER                    PIC X(04).
           05 FILLER                    PIC X(64).

       FD  HoldRpt
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-HoldRpt-Record            PIC X(132).

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record       PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==RemitVerifyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RemitVerifyOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RemitVerifyCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CallbackFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VerifyTxnFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VerifyAuditFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ApproveFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==HoldRpt==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.

       01  WS-File-Counters.
           12 FD-RemitVerify-Record-Cnt    PIC S9(4) COMP VALUE ZERO.
           12 FD-VerifyTxn-Record-Cnt      PIC S9(4) COMP VALUE ZERO.
           12 WS-Verified-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Rejected-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Refused-Cnt               PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Row-Cnt                PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Supplier-Cnt         PIC S9(4) COMP VALUE ZERO.
           12 WS-Waiting-Invoice-Cnt       PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Invoice-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Supp-Contact-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Written-Cnt               PIC 9(09) VALUE ZERO.

       01  WS-Txn-Search.
           12 WS-Txn-Found-Flag            PIC X.
              88 WS-Txn-Found                 VALUE 'Y'.
              88 WS-Txn-Not-Found             VALUE 'N'.
           12 WS-Txn-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Cbk-Found-Flag            PIC X.
              88 WS-Cbk-Found                 VALUE 'Y'.
              88 WS-Cbk-Not-Found             VALUE 'N'.
           12 WS-Cbk-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Found-Flag           PIC X.
              88 WS-Hold-Found                VALUE 'Y'.
              88 WS-Hold-Not-Found            VALUE 'N'.
           12 WS-Hold-Match-IDX            PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Found-Flag            PIC X.
              88 WS-Cur-Found                 VALUE 'Y'.
              88 WS-Cur-Not-Found             VALUE 'N'.
           12 WS-Cur-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Refuse-Reason             PIC X(40) VALUE SPACES.

       01  WS-Txn-Table-Storage.
           12 WS-Txn-Max-Cnt               PIC S9(4) COMP VALUE +999.
           12 WS-Txn-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Txn-Table OCCURS 0 TO 999 TIMES
              DEPENDING ON WS-Txn-Cnt
              INDEXED BY WS-Txn-IDX.
              15 WS-Txn-Verifier           PIC X(08).
              15 WS-Txn-Supplier           PIC X(10).
              15 WS-Txn-Contact-Seq        PIC 9(02).
              15 WS-Txn-Callback-Date      PIC 9(08).
              15 WS-Txn-Result             PIC X(01).
              15 WS-Txn-Matched-Flag       PIC X VALUE 'N'.
                 88 WS-Txn-Matched            VALUE 'Y'.

      *    Every supplier's call-back candidates, by the held
      *    date of the change they were listed for.
       01  WS-Callback-Storage.
           12 WS-Cbk-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Cbk-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cbk-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Cbk-Cnt
              INDEXED BY WS-Cbk-IDX.
              15 WS-Cbk-Supplier           PIC X(10).
              15 WS-Cbk-Held-Date          PIC 9(08).
              15 WS-Cbk-Seq                PIC 9(02).
              15 WS-Cbk-Name               PIC X(20).
              15 WS-Cbk-Phone              PIC X(12).

      *    Each supplier's latest queue row after this run's
      *    call-backs -- what the report works from.
       01  WS-Hold-Storage.
           12 WS-Hold-Max-Cnt              PIC S9(4) COMP VALUE +9999.
           12 WS-Hold-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Hold-Cnt
              INDEXED BY WS-Hold-IDX.
              15 WS-Hold-Supplier          PIC X(10).
              15 WS-Hold-Status            PIC X(01).
                 88 WS-Hold-Still-On          VALUE 'P' 'R'.
              15 WS-Hold-Held-Date         PIC 9(08).
              15 WS-Hold-Old-Remit         PIC X(42).
              15 WS-Hold-New-Remit         PIC X(42).

       01  WS-Invoice-Storage.
           12 WS-Inv-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Inv-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Inv-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Inv-Cnt
              INDEXED BY WS-Inv-IDX.
              15 WS-Inv-Supplier           PIC X(10).
              15 WS-Inv-Invoice            PIC X(10).
              15 WS-Inv-PO-Number          PIC X(06).
              15 WS-Inv-Currency           PIC X(03).
              15 WS-Inv-Amount             PIC S9(13)V99.
              15 WS-Inv-Date               PIC X(08).

      *    One held supplier's waiting total, by currency --
      *    never added across currencies.
       01  WS-Currency-Storage.
           12 WS-Cur-Max-Cnt               PIC S9(4) COMP VALUE +20.
           12 WS-Cur-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Cur-Table OCCURS 0 TO 20 TIMES
              DEPENDING ON WS-Cur-Cnt
              INDEXED BY WS-Cur-IDX.
              15 WS-Cur-Code               PIC X(03).
              15 WS-Cur-Amount             PIC S9(13)V99.

       01  WS-Report-Work.
           12 WS-Business-Date             PIC 9(08) VALUE ZERO.
           12 WS-Amount-Edit               PIC -(12)9.99.
           12 WS-Count-Edit                PIC Z(3)9.
           12 WS-Seq-Edit                  PIC Z9.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.

       COPY MSGAREA.

       PROCEDURE DIVISION.
       0000-Mainline.
           PERFORM 1000-Begin-Job.
           PERFORM 2000-Verify-One-Row
              UNTIL WS-RemitVerifyFile-EOF.
           PERFORM 3000-End-Job.
           GOBACK.

       1000-Begin-Job.
           DISPLAY "RMTVERFY: 1000-Begin-Job".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Business-Date.
           OPEN INPUT BusinessDateFile.
           IF WS-BusinessDateFile-Good
              READ BusinessDateFile
              IF WS-BusinessDateFile-Good AND
                 FD-BusinessDate-Record IS NUMERIC
                 MOVE FD-BusinessDate-Record TO WS-Business-Date
              END-IF
           END-IF.
           CLOSE BusinessDateFile.
           PERFORM 1010-Load-Verify-Txns.
           PERFORM 1020-Load-Callback-Contacts.
           PERFORM 1030-Load-Approved-Invoices.
           OPEN INPUT RemitVerifyFile.
           IF NOT WS-RemitVerifyFile-Good
              DISPLAY "RMTVERFY: no remit verification queue "
                 "-- nothing to verify."
              SET WS-RemitVerifyFile-EOF TO TRUE
           END-IF.
           OPEN OUTPUT RemitVerifyOutFile.
           OPEN EXTEND VerifyAuditFile.
           IF NOT WS-VerifyAuditFile-Good
              OPEN OUTPUT VerifyAuditFile
           END-IF.

       1010-Load-Verify-Txns.
           OPEN INPUT VerifyTxnFile.
           IF WS-VerifyTxnFile-Good
              PERFORM 1015-Load-One-Txn
                 UNTIL WS-VerifyTxnFile-EOF
              CLOSE VerifyTxnFile
           END-IF.

       1015-Load-One-Txn.
           READ VerifyTxnFile
              AT END SET WS-VerifyTxnFile-EOF TO TRUE
           END-READ.
           IF WS-VerifyTxnFile-Good
              ADD +1 TO FD-VerifyTxn-Record-Cnt
              IF (FD-Vtx-Verified OR FD-Vtx-Rejected) AND
                 FD-Vtx-Verifier > SPACE
                 IF WS-Txn-Cnt >= WS-Txn-Max-Cnt
                    MOVE "PSAP012S" TO WS-Msg-Id
                    MOVE "WS-Txn-Table-Storage" TO WS-Msg-Insert
                    CALL 'PSAPMSG' USING WS-Msg-Request
                    MOVE +9 TO RETURN-CODE
                    GOBACK
                 END-IF
                 ADD +1 TO WS-Txn-Cnt
                 SET WS-Txn-IDX TO WS-Txn-Cnt
                 MOVE FD-Vtx-Verifier TO
                    WS-Txn-Verifier(WS-Txn-IDX)
                 MOVE FD-Vtx-Supplier-Code TO
                    WS-Txn-Supplier(WS-Txn-IDX)
                 MOVE FD-Vtx-Contact-Seq TO
                    WS-Txn-Contact-Seq(WS-Txn-IDX)
                 MOVE FD-Vtx-Callback-Date TO
                    WS-Txn-Callback-Date(WS-Txn-IDX)
                 MOVE FD-Vtx-Result TO
                    WS-Txn-Result(WS-Txn-IDX)
              ELSE
                 DISPLAY "RMTVERFY REJECT: bad result '"
                    FD-Vtx-Result "' or no verifier for "
                    FD-Vtx-Supplier-Code
              END-IF
           END-IF.

       1020-Load-Callback-Contacts.
           OPEN INPUT CallbackFile.
           IF WS-CallbackFile-Good
              PERFORM 1025-Load-One-Callback
                 UNTIL WS-CallbackFile-EOF
              CLOSE CallbackFile
           END-IF.

       1025-Load-One-Callback.
           READ CallbackFile
              AT END SET WS-CallbackFile-EOF TO TRUE
           END-READ.
           IF WS-CallbackFile-Good
              IF WS-Cbk-Cnt >= WS-Cbk-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Callback-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cbk-Cnt
              SET WS-Cbk-IDX TO WS-Cbk-Cnt
              MOVE RmtCbk-SUPPLIER-CODE TO WS-Cbk-Supplier(WS-Cbk-IDX)
              MOVE RmtCbk-HELD-DATE TO WS-Cbk-Held-Date(WS-Cbk-IDX)
              MOVE RmtCbk-CONTACT-SEQ TO WS-Cbk-Seq(WS-Cbk-IDX)
              MOVE RmtCbk-CONTACT-NAME TO WS-Cbk-Name(WS-Cbk-IDX)
              MOVE RmtCbk-CONTACT-PHONE TO WS-Cbk-Phone(WS-Cbk-IDX)
           END-IF.

       1030-Load-Approved-Invoices.
           OPEN INPUT ApproveFeedFile.
           IF WS-ApproveFeedFile-Good
              PERFORM 1035-Load-One-Invoice
                 UNTIL WS-ApproveFeedFile-EOF
              CLOSE ApproveFeedFile
           END-IF.

       1035-Load-One-Invoice.
           READ ApproveFeedFile
              AT END SET WS-ApproveFeedFile-EOF TO TRUE
           END-READ.
           IF WS-ApproveFeedFile-Good
              IF WS-Inv-Cnt >= WS-Inv-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Invoice-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Inv-Cnt
              SET WS-Inv-IDX TO WS-Inv-Cnt
              MOVE FD-Appr-Supplier TO WS-Inv-Supplier(WS-Inv-IDX)
              MOVE FD-Appr-Invoice TO WS-Inv-Invoice(WS-Inv-IDX)
              MOVE FD-Appr-PO-Number TO WS-Inv-PO-Number(WS-Inv-IDX)
              MOVE FD-Appr-Currency TO WS-Inv-Currency(WS-Inv-IDX)
              COMPUTE WS-Inv-Amount(WS-Inv-IDX) =
                 FUNCTION NUMVAL(FD-Appr-Amount)
              MOVE FD-Appr-Inv-Date TO WS-Inv-Date(WS-Inv-IDX)
           END-IF.

      *    A VERIFIED or REJECTED row is settled and passes
      *    straight through; a PENDING one takes the call-back
      *    staged for its supplier, if the call-back checks out.
       2000-Verify-One-Row.
           READ RemitVerifyFile
              AT END SET WS-RemitVerifyFile-EOF TO TRUE
           END-READ.
           IF WS-RemitVerifyFile-Good
              ADD +1 TO FD-RemitVerify-Record-Cnt
              IF RmtVq-VERIFY-PENDING
                 PERFORM 2100-Find-Txn-For-Row
                 IF WS-Txn-Found
                    PERFORM 2150-Check-Callback
                    IF WS-Refuse-Reason = SPACES
                       PERFORM 2200-Apply-Callback
                    ELSE
                       ADD +1 TO WS-Refused-Cnt
                       DISPLAY "RMTVERFY: " RmtVq-SUPPLIER-CODE
                          " held " RmtVq-HELD-DATE " call-back "
                          "refused -- " WS-Refuse-Reason
                    END-IF
                 END-IF
              END-IF
              PERFORM 2300-Note-Latest-Row
              PERFORM 2400-Write-New-Queue-Row
           END-IF.

       2100-Find-Txn-For-Row.
           SET WS-Txn-Not-Found TO TRUE.
           MOVE ZERO TO WS-Txn-Match-IDX.
           PERFORM VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt
              IF WS-Txn-Supplier(WS-Txn-IDX) =
                 RmtVq-SUPPLIER-CODE
                 SET WS-Txn-Found TO TRUE
                 SET WS-Txn-Match-IDX TO WS-Txn-IDX
                 MOVE 'Y' TO WS-Txn-Matched-Flag(WS-Txn-IDX)
                 SET WS-Txn-IDX TO WS-Txn-Cnt
              END-IF
           END-PERFORM.

      *    The number called has to be one the supplier gave us
      *    before the change -- never one that came with it.
       2150-Check-Callback.
           MOVE SPACES TO WS-Refuse-Reason.
           SET WS-Cbk-Not-Found TO TRUE.
           MOVE ZERO TO WS-Cbk-Match-IDX.
           PERFORM VARYING WS-Cbk-IDX FROM 1 BY 1
              UNTIL WS-Cbk-IDX > WS-Cbk-Cnt
              IF WS-Cbk-Supplier(WS-Cbk-IDX) =
                 RmtVq-SUPPLIER-CODE AND
                 WS-Cbk-Held-Date(WS-Cbk-IDX) =
                 RmtVq-HELD-DATE AND
                 WS-Cbk-Seq(WS-Cbk-IDX) =
                 WS-Txn-Contact-Seq(WS-Txn-Match-IDX)
                 SET WS-Cbk-Found TO TRUE
                 SET WS-Cbk-Match-IDX TO WS-Cbk-IDX
                 SET WS-Cbk-IDX TO WS-Cbk-Cnt
              END-IF
           END-PERFORM.
           EVALUATE TRUE
              WHEN WS-Cbk-Not-Found
                 MOVE "CONTACT NOT ON FILE BEFORE THE CHANGE" TO
                    WS-Refuse-Reason
              WHEN WS-Txn-Callback-Date(WS-Txn-Match-IDX)
                   IS NOT NUMERIC
                 MOVE "NO CALL-BACK DATE" TO WS-Refuse-Reason
              WHEN WS-Txn-Callback-Date(WS-Txn-Match-IDX) <
                   RmtVq-HELD-DATE
                 MOVE "CALL-BACK BEFORE THE CHANGE" TO
                    WS-Refuse-Reason
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2200-Apply-Callback.
           IF WS-Txn-Result(WS-Txn-Match-IDX) = 'V'
              SET RmtVq-VERIFY-VERIFIED TO TRUE
              ADD +1 TO WS-Verified-Cnt
           ELSE
              SET RmtVq-VERIFY-REJECTED TO TRUE
              ADD +1 TO WS-Rejected-Cnt
           END-IF.
           MOVE WS-Cbk-Seq(WS-Cbk-Match-IDX) TO RmtVq-CALLBACK-SEQ.
           MOVE WS-Cbk-Name(WS-Cbk-Match-IDX) TO RmtVq-CALLBACK-NAME.
           MOVE WS-Cbk-Phone(WS-Cbk-Match-IDX) TO
              RmtVq-CALLBACK-PHONE.
           MOVE WS-Txn-Callback-Date(WS-Txn-Match-IDX) TO
              RmtVq-CALLBACK-DATE.
           MOVE WS-Txn-Verifier(WS-Txn-Match-IDX) TO
              RmtVq-DECIDED-BY.
           MOVE WS-Business-Date TO RmtVq-DECIDED-DATE.
           MOVE SPACES TO FD-VerifyAudit-Record.
           STRING WS-Business-Date " "
              RmtVq-SUPPLIER-CODE " "
              RmtVq-VERIFY-STATUS " BY "
              RmtVq-DECIDED-BY " HELD "
              RmtVq-HELD-DATE " CALLED "
              RmtVq-CALLBACK-NAME " "
              RmtVq-CALLBACK-PHONE " ON "
              RmtVq-CALLBACK-DATE " NEW "
              RmtVq-NEW-ADDRESS-1 " " RmtVq-NEW-ZIP-CODE
              DELIMITED BY SIZE INTO FD-VerifyAudit-Record.
           WRITE FD-VerifyAudit-Record.
           IF NOT WS-VerifyAuditFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2200-Apply-Callback"
              DISPLAY "Write VerifyAuditFile Failed."
              DISPLAY "File Status: " WS-VerifyAuditFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    Rows are in the order APVENDX appended them, so the
      *    last one read for a supplier is its current change.
       2300-Note-Latest-Row.
           SET WS-Hold-Not-Found TO TRUE.
           MOVE ZERO TO WS-Hold-Match-IDX.
           PERFORM VARYING WS-Hold-IDX FROM 1 BY 1
              UNTIL WS-Hold-IDX > WS-Hold-Cnt
              IF WS-Hold-Supplier(WS-Hold-IDX) =
                 RmtVq-SUPPLIER-CODE
                 SET WS-Hold-Found TO TRUE
                 SET WS-Hold-Match-IDX TO WS-Hold-IDX
                 SET WS-Hold-IDX TO WS-Hold-Cnt
              END-IF
           END-PERFORM.
           IF WS-Hold-Not-Found
              IF WS-Hold-Cnt >= WS-Hold-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Hold-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Hold-Cnt
              MOVE WS-Hold-Cnt TO WS-Hold-Match-IDX
           END-IF.
           SET WS-Hold-IDX TO WS-Hold-Match-IDX.
           MOVE RmtVq-SUPPLIER-CODE TO WS-Hold-Supplier(WS-Hold-IDX).
           MOVE RmtVq-VERIFY-STATUS TO WS-Hold-Status(WS-Hold-IDX).
           MOVE RmtVq-HELD-DATE TO WS-Hold-Held-Date(WS-Hold-IDX).
           MOVE RmtVq-OLD-REMIT TO WS-Hold-Old-Remit(WS-Hold-IDX).
           MOVE RmtVq-NEW-REMIT TO WS-Hold-New-Remit(WS-Hold-IDX).

       2400-Write-New-Queue-Row.
           MOVE RmtVq-REMIT-VERIFY-REC TO FD-RemitVerifyOut-Record.
           WRITE FD-RemitVerifyOut-Record.
           IF NOT WS-RemitVerifyOutFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "REMIT-VERIFY-QUEUE-NEW" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RemitVerifyOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Written-Cnt.
           MOVE SPACES TO WS-Hash-Record.
           MOVE RmtVq-REMIT-VERIFY-REC TO WS-Hash-Record.
           CALL 'PSAPHASH' USING WS-Hash-Record WS-New-File-Hash.

       2900-Write-Hold-Rpt-Line.
           WRITE FD-HoldRpt-Record.
           IF NOT WS-HoldRpt-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE SPACES TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "** ERROR **: 2900-Write-Hold-Rpt-Line"
              DISPLAY "Write HoldRpt Failed."
              DISPLAY "File Status: " WS-HoldRpt-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

       3000-End-Job.
           DISPLAY "RMTVERFY: 3000-End-Job".
           PERFORM 3010-Report-Unmatched-Txns
              VARYING WS-Txn-IDX FROM 1 BY 1
              UNTIL WS-Txn-IDX > WS-Txn-Cnt.
           CLOSE RemitVerifyFile RemitVerifyOutFile VerifyAuditFile.
           PERFORM 3020-Write-Control-Line.
           PERFORM 3100-Write-Hold-Report.
           DISPLAY "  Rmt-Verfy: Queue Rows Read:  "
              FD-RemitVerify-Record-Cnt.
           DISPLAY "  Rmt-Verfy: Call-Backs Read:  "
              FD-VerifyTxn-Record-Cnt.
           DISPLAY "  Rmt-Verfy: Verified:         " WS-Verified-Cnt.
           DISPLAY "  Rmt-Verfy: Rejected:         " WS-Rejected-Cnt.
           DISPLAY "  Rmt-Verfy: Call-Backs Refused: "
              WS-Refused-Cnt.
           DISPLAY "  Rmt-Verfy: Txn No Row:       " WS-No-Row-Cnt.
           DISPLAY "  Rmt-Verfy: Suppliers Held:   "
              WS-Held-Supplier-Cnt.
           DISPLAY "  Rmt-Verfy: Invoices Waiting: "
              WS-Waiting-Invoice-Cnt.

       3010-Report-Unmatched-Txns.
           IF NOT WS-Txn-Matched(WS-Txn-IDX)
              ADD +1 TO WS-No-Row-Cnt
              DISPLAY "RMTVERFY: " WS-Txn-Supplier(WS-Txn-IDX)
                 " has no pending remit change -- "
                 "call-back dropped"
           END-IF.

      *    The count and hash PROMOTE checks the -new queue
      *    against.
       3020-Write-Control-Line.
           OPEN OUTPUT RemitVerifyCtlFile.
           MOVE WS-Written-Cnt TO FD-Ctl-Count.
           MOVE WS-New-File-Hash TO FD-Ctl-Hash.
           WRITE FD-Ctl-Record.
           IF NOT WS-RemitVerifyCtlFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "REMIT-VERIFY-QUEUE-NEW.CTL" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RemitVerifyCtlFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           CLOSE RemitVerifyCtlFile.

      *    One block per supplier still held: the change, who AP
      *    may call about it, and what is waiting to be paid.
       3100-Write-Hold-Report.
           OPEN OUTPUT HoldRpt.
           MOVE SPACES TO FD-HoldRpt-Record.
           STRING "SUPPLIERS ON REMIT-CHANGE PAYMENT HOLD AS OF "
              WS-Business-Date
              DELIMITED BY SIZE INTO FD-HoldRpt-Record.
           PERFORM 2900-Write-Hold-Rpt-Line.
           PERFORM 3110-Report-One-Supplier
              VARYING WS-Hold-IDX FROM 1 BY 1
              UNTIL WS-Hold-IDX > WS-Hold-Cnt.
           MOVE SPACES TO FD-HoldRpt-Record.
           PERFORM 2900-Write-Hold-Rpt-Line.
           MOVE WS-Held-Supplier-Cnt TO WS-Count-Edit.
           MOVE SPACES TO FD-HoldRpt-Record.
           STRING "SUPPLIERS HELD: " WS-Count-Edit
              DELIMITED BY SIZE INTO FD-HoldRpt-Record.
           PERFORM 2900-Write-Hold-Rpt-Line.
           MOVE WS-Waiting-Invoice-Cnt TO WS-Count-Edit.
           MOVE SPACES TO FD-HoldRpt-Record.
           STRING "APPROVED INVOICES WAITING: " WS-Count-Edit
              DELIMITED BY SIZE INTO FD-HoldRpt-Record.
           PERFORM 2900-Write-Hold-Rpt-Line.
           CLOSE HoldRpt.

       3110-Report-One-Supplier.
           IF WS-Hold-Still-On(WS-Hold-IDX)
              ADD +1 TO WS-Held-Supplier-Cnt
              MOVE SPACES TO FD-HoldRpt-Record
              PERFORM 2900-Write-Hold-Rpt-Line
              MOVE SPACES TO FD-HoldRpt-Record
              MOVE WS-Hold-Supplier(WS-Hold-IDX) TO
                 FD-HoldRpt-Record(1:10)
              IF WS-Hold-Status(WS-Hold-IDX) = 'P'
                 MOVE "PENDING CALL-BACK" TO
                    FD-HoldRpt-Record(12:17)
              ELSE
                 MOVE "CHANGE REJECTED" TO
                    FD-HoldRpt-Record(12:15)
              END-IF
              MOVE "HELD" TO FD-HoldRpt-Record(31:4)
              MOVE WS-Hold-Held-Date(WS-Hold-IDX) TO
                 FD-HoldRpt-Record(36:8)
              PERFORM 2900-Write-Hold-Rpt-Line
              MOVE SPACES TO FD-HoldRpt-Record
              MOVE "WAS" TO FD-HoldRpt-Record(5:3)
              MOVE WS-Hold-Old-Remit(WS-Hold-IDX) TO
                 FD-HoldRpt-Record(12:42)
              PERFORM 2900-Write-Hold-Rpt-Line
              MOVE SPACES TO FD-HoldRpt-Record
              MOVE "NOW" TO FD-HoldRpt-Record(5:3)
              MOVE WS-Hold-New-Remit(WS-Hold-IDX) TO
                 FD-HoldRpt-Record(12:42)
              PERFORM 2900-Write-Hold-Rpt-Line
              MOVE ZERO TO WS-Supp-Contact-Cnt
              PERFORM 3120-Report-One-Contact
                 VARYING WS-Cbk-IDX FROM 1 BY 1
                 UNTIL WS-Cbk-IDX > WS-Cbk-Cnt
              IF WS-Supp-Contact-Cnt = ZERO
                 MOVE SPACES TO FD-HoldRpt-Record
                 MOVE "CALL" TO FD-HoldRpt-Record(5:4)
                 MOVE "NO PRIOR CONTACT -- CANNOT BE CALLED BACK" TO
                    FD-HoldRpt-Record(12:41)
                 PERFORM 2900-Write-Hold-Rpt-Line
              END-IF
              MOVE ZERO TO WS-Supp-Invoice-Cnt
              MOVE ZERO TO WS-Cur-Cnt
              PERFORM 3130-Report-One-Invoice
                 VARYING WS-Inv-IDX FROM 1 BY 1
                 UNTIL WS-Inv-IDX > WS-Inv-Cnt
              IF WS-Supp-Invoice-Cnt = ZERO
                 MOVE SPACES TO FD-HoldRpt-Record
                 MOVE "INV" TO FD-HoldRpt-Record(5:3)
                 MOVE "NO APPROVED INVOICES WAITING" TO
                    FD-HoldRpt-Record(12:28)
                 PERFORM 2900-Write-Hold-Rpt-Line
              ELSE
                 PERFORM 3150-Report-One-Currency
                    VARYING WS-Cur-IDX FROM 1 BY 1
                    UNTIL WS-Cur-IDX > WS-Cur-Cnt
              END-IF
           END-IF.

       3120-Report-One-Contact.
           IF WS-Cbk-Supplier(WS-Cbk-IDX) =
              WS-Hold-Supplier(WS-Hold-IDX) AND
              WS-Cbk-Held-Date(WS-Cbk-IDX) =
              WS-Hold-Held-Date(WS-Hold-IDX)
              ADD +1 TO WS-Supp-Contact-Cnt
              MOVE WS-Cbk-Seq(WS-Cbk-IDX) TO WS-Seq-Edit
              MOVE SPACES TO FD-HoldRpt-Record
              MOVE "CALL" TO FD-HoldRpt-Record(5:4)
              MOVE WS-Seq-Edit TO FD-HoldRpt-Record(12:2)
              MOVE WS-Cbk-Name(WS-Cbk-IDX) TO
                 FD-HoldRpt-Record(15:20)
              MOVE WS-Cbk-Phone(WS-Cbk-IDX) TO
                 FD-HoldRpt-Record(36:12)
              PERFORM 2900-Write-Hold-Rpt-Line
           END-IF.

       3130-Report-One-Invoice.
           IF WS-Inv-Supplier(WS-Inv-IDX) =
              WS-Hold-Supplier(WS-Hold-IDX)
              ADD +1 TO WS-Supp-Invoice-Cnt
              ADD +1 TO WS-Waiting-Invoice-Cnt
              MOVE WS-Inv-Amount(WS-Inv-IDX) TO WS-Amount-Edit
              MOVE SPACES TO FD-HoldRpt-Record
              MOVE "INV" TO FD-HoldRpt-Record(5:3)
              MOVE WS-Inv-Invoice(WS-Inv-IDX) TO
                 FD-HoldRpt-Record(12:10)
              MOVE WS-Inv-PO-Number(WS-Inv-IDX) TO
                 FD-HoldRpt-Record(23:6)
              MOVE WS-Inv-Date(WS-Inv-IDX) TO
                 FD-HoldRpt-Record(30:8)
              MOVE WS-Inv-Currency(WS-Inv-IDX) TO
                 FD-HoldRpt-Record(39:3)
              MOVE WS-Amount-Edit TO FD-HoldRpt-Record(43:16)
              PERFORM 2900-Write-Hold-Rpt-Line
              PERFORM 3140-Add-To-Currency
           END-IF.

       3140-Add-To-Currency.
           SET WS-Cur-Not-Found TO TRUE.
           MOVE ZERO TO WS-Cur-Match-IDX.
           PERFORM VARYING WS-Cur-IDX FROM 1 BY 1
              UNTIL WS-Cur-IDX > WS-Cur-Cnt
              IF WS-Cur-Code(WS-Cur-IDX) =
                 WS-Inv-Currency(WS-Inv-IDX)
                 SET WS-Cur-Found TO TRUE
                 SET WS-Cur-Match-IDX TO WS-Cur-IDX
                 SET WS-Cur-IDX TO WS-Cur-Cnt
              END-IF
           END-PERFORM.
           IF WS-Cur-Not-Found
              IF WS-Cur-Cnt >= WS-Cur-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Currency-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-Cur-Cnt
              MOVE WS-Cur-Cnt TO WS-Cur-Match-IDX
              SET WS-Cur-IDX TO WS-Cur-Match-IDX
              MOVE WS-Inv-Currency(WS-Inv-IDX) TO
                 WS-Cur-Code(WS-Cur-IDX)
              MOVE ZERO TO WS-Cur-Amount(WS-Cur-IDX)
           END-IF.
           SET WS-Cur-IDX TO WS-Cur-Match-IDX.
           ADD WS-Inv-Amount(WS-Inv-IDX) TO WS-Cur-Amount(WS-Cur-IDX).

       3150-Report-One-Currency.
           MOVE WS-Cur-Amount(WS-Cur-IDX) TO WS-Amount-Edit.
           MOVE SPACES TO FD-HoldRpt-Record.
           MOVE "WAITING" TO FD-HoldRpt-Record(5:7).
           MOVE WS-Cur-Code(WS-Cur-IDX) TO FD-HoldRpt-Record(39:3).
           MOVE WS-Amount-Edit TO FD-HoldRpt-Record(43:16).
           PERFORM 2900-Write-Hold-Rpt-Line.
