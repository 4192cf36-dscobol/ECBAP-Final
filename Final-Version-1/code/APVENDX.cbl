      *    Feed record: supplier code(10), name(15), remit
      *    address(15), city(15), state(2), zip(10), payment
      *    terms (net days 3, discount pct 4, discount days 3),
      *    tax identification (TIN type 1, TIN 9, 1099 flag 1,
      *    1099 box 2, W-9 date 8), action -- 'A' new vendor,
      *    'C' changed details -- then payment hold(1), 'H' held
      *    or blank.
      *
      *    A change to an existing supplier's remit address is
      *    the path a "please update our bank details" fraud
      *    takes, so it is never paid to blind: the change puts
      *    the supplier on payment hold in the feed and a
      *    PENDING row on the remit verification queue, with
      *    the contacts the supplier had before the change (the
      *    snapshot of CONTOUT this program keeps run over run)
      *    as the only people AP may call back.  The hold stays
      *    on until RMTVERFY records a VERIFIED call-back; the
      *    run that sees it lifted sends a 'C' with the hold
      *    byte blank.
      *
      * Maintenance Log
      * Date       Author        Maintenance Requirement
      *                          on the feed and in the delta
      *                          image, so a terms change alone
      *                          reaches AP as a 'C'.
      * 2026-10-04 dastagg       Supplier tax identification off
      *                          SUPPOUT carried on the feed and
      *                          in the delta image -- record and
      *                          state file widened to 100.
      * 2026-10-06 dastagg       Remit-address change puts the
      *                          supplier on payment hold (feed
      *                          byte 100) and on the remit
      *                          verification queue with its
      *                          pre-change call-back contacts;
      *                          CONTOUT snapshot kept for the
      *                          APVCONT pair.
      * 2026-10-15 dastagg       No second hold for a remit change
      *                          SUPCHGAP already queued.
      * 20XX-XX-XX               If you change me, change this.
      *
      **********************************************************
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StateCtlFile-Status.

      *    ContOut's own SELECT in CONTCALL.cbl is the authority
      *    -- read front to back here for the snapshot.
           SELECT ContOut
           ASSIGN TO CONTOUT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ContOut-CONT-KEY
           FILE STATUS IS WS-ContOut-Status.

      *    CONTOUT as this program last saw it -- the contacts
      *    each supplier had before anything this run reports.
           SELECT ContSnapFile
           ASSIGN TO "../data/ap-vendor-contacts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContSnapFile-Status.

           SELECT ContSnapOutFile
           ASSIGN TO "../data/ap-vendor-contacts-new.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContSnapOutFile-Status.

           SELECT ContSnapCtlFile
           ASSIGN TO "../data/ap-vendor-contacts-new.dat.txt.ctl"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ContSnapCtlFile-Status.

      *    Read for the holds already on, then appended to when
      *    a change raises a new one -- the hold-queue idiom.
           SELECT RemitVerifyFile
           ASSIGN TO "../data/remit-verify-queue.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RemitVerifyFile-Status.

           SELECT CallbackFile
           ASSIGN TO "../data/remit-callback-contacts.dat.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CallbackFile-Status.

           SELECT BusinessDateFile
           ASSIGN TO PSAPBDTE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-BusinessDateFile-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  SuppOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-VendState-Record      PIC X(100).

       FD  VendStateOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-VendStateOut-Record   PIC X(100).

       FD  VendFeedFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-VendFeed-Record       PIC X(100).

       FD  StateCtlFile
           LABEL RECORDS ARE STANDARD
           05 FD-Ctl-Count          PIC 9(09).
           05 FD-Ctl-Hash           PIC 9(13).

       FD  ContOut
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==ContOut==.

       FD  ContSnapFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY CONTOUT REPLACING ==:tag:== BY ==ContSnap==.

       FD  ContSnapOutFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ContSnapOut-Record    PIC X(74).

       FD  ContSnapCtlFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-ContSnapCtl-Record.
           05 FD-Snap-Ctl-Count     PIC 9(09).
           05 FD-Snap-Ctl-Hash      PIC 9(13).

       FD  RemitVerifyFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTVQ REPLACING ==:tag:== BY ==RmtVq==.

       FD  CallbackFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
           COPY RMTCBK REPLACING ==:tag:== BY ==RmtCbk==.

       FD  BusinessDateFile
           LABEL RECORDS ARE STANDARD
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS.
       01  FD-BusinessDate-Record   PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS.
           COPY WSFST REPLACING ==:tag:== BY ==SuppOut==.
           COPY WSFST REPLACING ==:tag:== BY ==VendStateOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==VendFeedFile==.
           COPY WSFST REPLACING ==:tag:== BY ==StateCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContOut==.
           COPY WSFST REPLACING ==:tag:== BY ==ContSnapFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContSnapOutFile==.
           COPY WSFST REPLACING ==:tag:== BY ==ContSnapCtlFile==.
           COPY WSFST REPLACING ==:tag:== BY ==RemitVerifyFile==.
           COPY WSFST REPLACING ==:tag:== BY ==CallbackFile==.
           COPY WSFST REPLACING ==:tag:== BY ==BusinessDateFile==.

       01  WS-File-Counters.
           12 WS-Supp-Read-Cnt             PIC S9(4) COMP VALUE ZERO.
           12 WS-Feed-Changed-Cnt          PIC S9(4) COMP VALUE ZERO.
           12 WS-Feed-Unchanged-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Remit-Cnt              PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Raised-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Hold-Lifted-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Held-Cnt                  PIC S9(4) COMP VALUE ZERO.
           12 WS-No-Callback-Cnt           PIC S9(4) COMP VALUE ZERO.
           12 WS-Callback-Found-Cnt        PIC S9(4) COMP VALUE ZERO.
           12 WS-Snap-Written-Cnt          PIC 9(09) VALUE ZERO.

       01  WS-Status-Flags.
           12 WS-Scan-Done-Flag            PIC X.
           12 WS-State-Row-Found-Flag      PIC X.
              88 WS-State-Row-Found           VALUE 'Y'.
              88 WS-State-Row-Not-Found       VALUE 'N'.
           12 WS-Rmt-Found-Flag            PIC X.
              88 WS-Rmt-Found                 VALUE 'Y'.
              88 WS-Rmt-Not-Found             VALUE 'N'.
           12 WS-Rmt-Match-IDX             PIC S9(4) COMP VALUE ZERO.
           12 WS-Verify-Open-Flag          PIC X VALUE 'N'.
              88 WS-Verify-Files-Open         VALUE 'Y'.

      *    The image AP last received per supplier -- the delta
      *    basis.  Code(10), the 88-byte detail image, then the
      *    payment-hold byte AP was last sent.
       01  WS-Vend-State-Storage.
           12 WS-VS-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-VS-Cnt                    PIC S9(4) COMP VALUE ZERO.
              DEPENDING ON WS-VS-Cnt
              INDEXED BY WS-VS-IDX.
              15 WS-VS-Supplier            PIC X(10).
              15 WS-VS-Image               PIC X(88).
              15 WS-VS-Hold-Flag           PIC X(01).

      *    Each supplier's latest remit verification status --
      *    rows are appended in date order, so the last one read
      *    wins.
       01  WS-Remit-Hold-Storage.
           12 WS-Rmt-Max-Cnt               PIC S9(4) COMP VALUE +9999.
           12 WS-Rmt-Cnt                   PIC S9(4) COMP VALUE ZERO.
           12 WS-Rmt-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-Rmt-Cnt
              INDEXED BY WS-Rmt-IDX.
              15 WS-Rmt-Supplier           PIC X(10).
              15 WS-Rmt-Status             PIC X(01).
                 88 WS-Rmt-Holding            VALUE 'P' 'R'.
              15 WS-Rmt-New-Remit          PIC X(42).

      *    Last run's CONTOUT, the call-back candidates for a
      *    change seen this run.
       01  WS-Prior-Contact-Storage.
           12 WS-PC-Max-Cnt                PIC S9(4) COMP VALUE +9999.
           12 WS-PC-Cnt                    PIC S9(4) COMP VALUE ZERO.
           12 WS-PC-Table OCCURS 0 TO 9999 TIMES
              DEPENDING ON WS-PC-Cnt
              INDEXED BY WS-PC-IDX.
              15 WS-PC-Supplier            PIC X(10).
              15 WS-PC-Seq                 PIC 9(02).
              15 WS-PC-Name                PIC X(20).
              15 WS-PC-Phone               PIC X(12).

       01  WS-Business-Date                PIC 9(08) VALUE ZERO.

       01  WS-Promote-Ctl-Fields.
           12 WS-Hash-Record               PIC X(160) VALUE SPACES.
           12 WS-New-File-Hash             PIC 9(13) VALUE ZERO.
           12 WS-State-Written-Cnt         PIC 9(09) VALUE ZERO.
           12 WS-Snap-File-Hash            PIC 9(13) VALUE ZERO.

       01  WS-Feed-Build-Record.
           12 WS-FB-Supplier               PIC X(10).
              15 WS-FB-Net-Days            PIC 9(03).
              15 WS-FB-Disc-Pct            PIC 9(02)V99.
              15 WS-FB-Disc-Days           PIC 9(03).
              15 WS-FB-Tin-Type            PIC X(01).
              15 WS-FB-Tin                 PIC X(09).
              15 WS-FB-1099-Flag           PIC X(01).
              15 WS-FB-1099-Box            PIC X(02).
              15 WS-FB-W9-Date             PIC 9(08).
           12 WS-FB-Action                 PIC X(01).
           12 WS-FB-Pay-Hold               PIC X(01).
              88 WS-FB-Held                   VALUE 'H'.

       COPY MSGAREA.


       1000-Begin-Job.
           DISPLAY "APVENDX: 1000-Begin-Job".
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
           PERFORM 1010-Load-Prior-State.
           PERFORM 1020-Load-Remit-Holds.
           PERFORM 1030-Load-Prior-Contacts.
           OPEN INPUT SuppOut.
           IF NOT WS-SuppOut-Good
              MOVE "PSAP001E" TO WS-Msg-Id
              SET WS-VS-IDX TO WS-VS-Cnt
              MOVE FD-VendState-Record(1:10) TO
                 WS-VS-Supplier(WS-VS-IDX)
              MOVE FD-VendState-Record(11:88) TO
                 WS-VS-Image(WS-VS-IDX)
              MOVE FD-VendState-Record(99:1) TO
                 WS-VS-Hold-Flag(WS-VS-IDX)
           END-IF.

      *    No queue yet just means nobody on a remit hold.
       1020-Load-Remit-Holds.
           OPEN INPUT RemitVerifyFile.
           IF WS-RemitVerifyFile-Good
              PERFORM 1025-Load-One-Remit-Row
                 UNTIL WS-RemitVerifyFile-EOF
              CLOSE RemitVerifyFile
           END-IF.

       1025-Load-One-Remit-Row.
           READ RemitVerifyFile
              AT END SET WS-RemitVerifyFile-EOF TO TRUE
           END-READ.
           IF WS-RemitVerifyFile-Good
              MOVE RmtVq-SUPPLIER-CODE TO WS-FB-Supplier
              PERFORM 2250-Find-Remit-Hold
              IF WS-Rmt-Not-Found
                 PERFORM 2255-Add-Remit-Hold
              END-IF
              MOVE RmtVq-VERIFY-STATUS TO
                 WS-Rmt-Status(WS-Rmt-Match-IDX)
              MOVE RmtVq-NEW-REMIT TO
                 WS-Rmt-New-Remit(WS-Rmt-Match-IDX)
           END-IF.

      *    No snapshot yet -- the feed's first run, or the first
      *    since the hold came in -- leaves no one to call back.
       1030-Load-Prior-Contacts.
           OPEN INPUT ContSnapFile.
           IF WS-ContSnapFile-Good
              PERFORM 1035-Load-One-Prior-Contact
                 UNTIL WS-ContSnapFile-EOF
              CLOSE ContSnapFile
           END-IF.

       1035-Load-One-Prior-Contact.
           READ ContSnapFile
              AT END SET WS-ContSnapFile-EOF TO TRUE
           END-READ.
           IF WS-ContSnapFile-Good
              IF WS-PC-Cnt >= WS-PC-Max-Cnt
                 MOVE "PSAP012S" TO WS-Msg-Id
                 MOVE "WS-Prior-Contact-Storage" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 MOVE +9 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD +1 TO WS-PC-Cnt
              SET WS-PC-IDX TO WS-PC-Cnt
              MOVE ContSnap-SUPPLIER-CODE TO WS-PC-Supplier(WS-PC-IDX)
              MOVE ContSnap-CONTACT-SEQ TO WS-PC-Seq(WS-PC-IDX)
              MOVE ContSnap-CONTACT-NAME TO WS-PC-Name(WS-PC-IDX)
              MOVE ContSnap-CONTACT-PHONE TO WS-PC-Phone(WS-PC-IDX)
           END-IF.

       2000-Feed-One-Supplier.
              MOVE ZERO TO WS-FB-Net-Days WS-FB-Disc-Pct
                           WS-FB-Disc-Days
           END-IF.
      *    So do the tax fields -- a new TIN or W-9 is a change
      *    AP's 1099 setup has to hear about.
           MOVE SuppOut-TIN-TYPE TO WS-FB-Tin-Type.
           MOVE SuppOut-SUPPLIER-TIN TO WS-FB-Tin.
           MOVE SuppOut-1099-FLAG TO WS-FB-1099-Flag.
           MOVE SuppOut-1099-BOX TO WS-FB-1099-Box.
           IF SuppOut-W9-DATE IS NUMERIC
              MOVE SuppOut-W9-DATE TO WS-FB-W9-Date
           ELSE
              MOVE ZERO TO WS-FB-W9-Date
           END-IF.
           PERFORM 2110-Find-Remit-Address.

      *    One keyed START at (supplier, remit, low sequence)
              END-IF
           END-IF.

      *    A hold coming on or off is a change AP must hear
      *    about even when the details are the same.
       2200-Apply-Delta.
           IF WS-Remit-Not-Found
              ADD +1 TO WS-No-Remit-Cnt
           ELSE
              PERFORM 2210-Find-State-Row
              PERFORM 2230-Set-Payment-Hold
              EVALUATE TRUE
                 WHEN WS-State-Row-Not-Found
                    MOVE 'A' TO WS-FB-Action
                    PERFORM 2300-Write-Feed-Record
                    PERFORM 2220-Save-State-Row
                 WHEN WS-FB-Detail NOT =
                      WS-VS-Image(WS-VS-Match-IDX) OR
                      WS-FB-Pay-Hold NOT =
                      WS-VS-Hold-Flag(WS-VS-Match-IDX)
                    MOVE 'C' TO WS-FB-Action
                    ADD +1 TO WS-Feed-Changed-Cnt
                    IF WS-VS-Hold-Flag(WS-VS-Match-IDX) = 'H' AND
                       NOT WS-FB-Held
                       ADD +1 TO WS-Hold-Lifted-Cnt
                    END-IF
                    PERFORM 2300-Write-Feed-Record
                    MOVE WS-FB-Detail TO
                       WS-VS-Image(WS-VS-Match-IDX)
                    MOVE WS-FB-Pay-Hold TO
                       WS-VS-Hold-Flag(WS-VS-Match-IDX)
                 WHEN OTHER
                    ADD +1 TO WS-Feed-Unchanged-Cnt
              END-EVALUATE
           SET WS-VS-IDX TO WS-VS-Cnt.
           MOVE WS-FB-Supplier TO WS-VS-Supplier(WS-VS-IDX).
           MOVE WS-FB-Detail TO WS-VS-Image(WS-VS-IDX).
           MOVE WS-FB-Pay-Hold TO WS-VS-Hold-Flag(WS-VS-IDX).

      *    A remit address (street, city, state, zip -- bytes
      *    16-57 of the detail image) different from the one AP
      *    last received raises a new hold; a supplier whose
      *    latest verification row is PENDING or REJECTED stays
      *    held.  A brand-new supplier has no earlier address to
      *    have been changed from.  A new remit that is already
      *    the supplier's latest row on the queue -- SUPCHGAP
      *    raised it when it applied a supplier-submitted change
      *    -- is the same hold, not another one.
       2230-Set-Payment-Hold.
           MOVE SPACE TO WS-FB-Pay-Hold.
           IF WS-State-Row-Found
              IF WS-FB-Detail(16:42) NOT =
                 WS-VS-Image(WS-VS-Match-IDX)(16:42)
                 PERFORM 2250-Find-Remit-Hold
                 IF WS-Rmt-Found AND
                    WS-Rmt-New-Remit(WS-Rmt-Match-IDX) =
                    WS-FB-Detail(16:42)
                    CONTINUE
                 ELSE
                    PERFORM 2240-Raise-Remit-Hold
                 END-IF
              END-IF
           END-IF.
           PERFORM 2250-Find-Remit-Hold.
           IF WS-Rmt-Found
              IF WS-Rmt-Holding(WS-Rmt-Match-IDX)
                 MOVE 'H' TO WS-FB-Pay-Hold
                 ADD +1 TO WS-Held-Cnt
              END-IF
           END-IF.

       2240-Raise-Remit-Hold.
           IF NOT WS-Verify-Files-Open
              OPEN EXTEND RemitVerifyFile
              IF NOT WS-RemitVerifyFile-Good
                 OPEN OUTPUT RemitVerifyFile
              END-IF
              OPEN EXTEND CallbackFile
              IF NOT WS-CallbackFile-Good
                 OPEN OUTPUT CallbackFile
              END-IF
              SET WS-Verify-Files-Open TO TRUE
           END-IF.
           MOVE SPACES TO RmtVq-REMIT-VERIFY-REC.
           SET RmtVq-VERIFY-PENDING TO TRUE.
           MOVE WS-Business-Date TO RmtVq-HELD-DATE.
           MOVE WS-FB-Supplier TO RmtVq-SUPPLIER-CODE.
           MOVE WS-VS-Image(WS-VS-Match-IDX)(16:42) TO
              RmtVq-OLD-REMIT.
           MOVE WS-FB-Detail(16:42) TO RmtVq-NEW-REMIT.
           MOVE ZERO TO RmtVq-CALLBACK-SEQ RmtVq-CALLBACK-DATE
                        RmtVq-DECIDED-DATE.
           WRITE RmtVq-REMIT-VERIFY-REC.
           IF NOT WS-RemitVerifyFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "REMIT-VERIFY-QUEUE" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-RemitVerifyFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Hold-Raised-Cnt.
           MOVE ZERO TO WS-Callback-Found-Cnt.
           PERFORM 2245-Save-Callback-Contact
              VARYING WS-PC-IDX FROM 1 BY 1
              UNTIL WS-PC-IDX > WS-PC-Cnt.
           IF WS-Callback-Found-Cnt = ZERO
              ADD +1 TO WS-No-Callback-Cnt
              DISPLAY "APVENDX: " WS-FB-Supplier
                 " remit changed with no prior contact on file"
                 " to call back"
           END-IF.
           PERFORM 2250-Find-Remit-Hold.
           IF WS-Rmt-Not-Found
              PERFORM 2255-Add-Remit-Hold
           END-IF.
           MOVE 'P' TO WS-Rmt-Status(WS-Rmt-Match-IDX).
           MOVE WS-FB-Detail(16:42) TO
              WS-Rmt-New-Remit(WS-Rmt-Match-IDX).

       2245-Save-Callback-Contact.
           IF WS-PC-Supplier(WS-PC-IDX) = WS-FB-Supplier
              ADD +1 TO WS-Callback-Found-Cnt
              MOVE WS-FB-Supplier TO RmtCbk-SUPPLIER-CODE
              MOVE WS-Business-Date TO RmtCbk-HELD-DATE
              MOVE WS-PC-Seq(WS-PC-IDX) TO RmtCbk-CONTACT-SEQ
              MOVE WS-PC-Name(WS-PC-IDX) TO RmtCbk-CONTACT-NAME
              MOVE WS-PC-Phone(WS-PC-IDX) TO RmtCbk-CONTACT-PHONE
              WRITE RmtCbk-CALLBACK-CONTACT
              IF NOT WS-CallbackFile-Good
                 MOVE "PSAP003E" TO WS-Msg-Id
                 MOVE "REMIT-CALLBACK-CONTACTS" TO WS-Msg-Insert
                 CALL 'PSAPMSG' USING WS-Msg-Request
                 DISPLAY "File Status: " WS-CallbackFile-Status
                 MOVE +8 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

       2250-Find-Remit-Hold.
           SET WS-Rmt-Not-Found TO TRUE.
           MOVE ZERO TO WS-Rmt-Match-IDX.
           PERFORM VARYING WS-Rmt-IDX FROM 1 BY 1
              UNTIL WS-Rmt-IDX > WS-Rmt-Cnt
              IF WS-Rmt-Supplier(WS-Rmt-IDX) = WS-FB-Supplier
                 SET WS-Rmt-Found TO TRUE
                 SET WS-Rmt-Match-IDX TO WS-Rmt-IDX
                 SET WS-Rmt-IDX TO WS-Rmt-Cnt
              END-IF
           END-PERFORM.

       2255-Add-Remit-Hold.
           IF WS-Rmt-Cnt >= WS-Rmt-Max-Cnt
              MOVE "PSAP012S" TO WS-Msg-Id
              MOVE "WS-Remit-Hold-Storage" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              MOVE +9 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Rmt-Cnt.
           SET WS-Rmt-IDX TO WS-Rmt-Cnt.
           SET WS-Rmt-Match-IDX TO WS-Rmt-IDX.
           MOVE WS-FB-Supplier TO WS-Rmt-Supplier(WS-Rmt-IDX).
           MOVE SPACE TO WS-Rmt-Status(WS-Rmt-IDX).
           MOVE SPACES TO WS-Rmt-New-Remit(WS-Rmt-IDX).

       2300-Write-Feed-Record.
           MOVE SPACES TO FD-VendFeed-Record.
           DISPLAY "APVENDX: 3000-End-Job".
           CLOSE AddrOut.
           CLOSE SuppOut VendFeedFile.
           IF WS-Verify-Files-Open
              CLOSE RemitVerifyFile CallbackFile
           END-IF.
           PERFORM 3010-Write-New-State-File.
           PERFORM 3040-Write-Contact-Snapshot.
           DISPLAY "  Ap-Vendx: Suppliers Read:  " WS-Supp-Read-Cnt.
           DISPLAY "  Ap-Vendx: Fed As New:      " WS-Feed-New-Cnt.
           DISPLAY "  Ap-Vendx: Fed As Changed:  "
           DISPLAY "  Ap-Vendx: Unchanged:       "
              WS-Feed-Unchanged-Cnt.
           DISPLAY "  Ap-Vendx: No Remit Addr:   " WS-No-Remit-Cnt.
           DISPLAY "  Ap-Vendx: Remit Holds Raised: "
              WS-Hold-Raised-Cnt.
           DISPLAY "  Ap-Vendx: No Call-Back Contact: "
              WS-No-Callback-Cnt.
           DISPLAY "  Ap-Vendx: On Payment Hold: " WS-Held-Cnt.
           DISPLAY "  Ap-Vendx: Holds Lifted:    " WS-Hold-Lifted-Cnt.

       3010-Write-New-State-File.
           OPEN OUTPUT VendStateOutFile.
           MOVE WS-VS-Supplier(WS-VS-IDX) TO
              FD-VendStateOut-Record(1:10).
           MOVE WS-VS-Image(WS-VS-IDX) TO
              FD-VendStateOut-Record(11:88).
           MOVE WS-VS-Hold-Flag(WS-VS-IDX) TO
              FD-VendStateOut-Record(99:1).
           WRITE FD-VendStateOut-Record.
           IF WS-VendStateOutFile-Good
              ADD +1 TO WS-State-Written-Cnt
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.

      *    This run's CONTOUT becomes next run's "before" -- to
      *    the -new file with its control line for the APVCONT
      *    pair.  With no CONTOUT to read, last run's snapshot
      *    carries forward unchanged.
       3040-Write-Contact-Snapshot.
           OPEN OUTPUT ContSnapOutFile.
           OPEN INPUT ContOut.
           IF WS-ContOut-Good
              PERFORM 3045-Snap-One-Contact
                 UNTIL WS-ContOut-EOF
              CLOSE ContOut
           ELSE
              PERFORM 3050-Carry-One-Contact
                 VARYING WS-PC-IDX FROM 1 BY 1
                 UNTIL WS-PC-IDX > WS-PC-Cnt
           END-IF.
           CLOSE ContSnapOutFile.
           OPEN OUTPUT ContSnapCtlFile.
           MOVE WS-Snap-Written-Cnt TO FD-Snap-Ctl-Count.
           MOVE WS-Snap-File-Hash TO FD-Snap-Ctl-Hash.
           WRITE FD-ContSnapCtl-Record.
           CLOSE ContSnapCtlFile.

       3045-Snap-One-Contact.
           READ ContOut
              AT END SET WS-ContOut-EOF TO TRUE
           END-READ.
           IF WS-ContOut-Good
              MOVE ContOut-SUPP-CONTACT TO FD-ContSnapOut-Record
              PERFORM 3055-Write-Snap-Record
           END-IF.

       3050-Carry-One-Contact.
           MOVE SPACES TO ContSnap-SUPP-CONTACT.
           MOVE WS-PC-Supplier(WS-PC-IDX) TO ContSnap-SUPPLIER-CODE.
           MOVE WS-PC-Seq(WS-PC-IDX) TO ContSnap-CONTACT-SEQ.
           MOVE WS-PC-Name(WS-PC-IDX) TO ContSnap-CONTACT-NAME.
           MOVE WS-PC-Phone(WS-PC-IDX) TO ContSnap-CONTACT-PHONE.
           MOVE ContSnap-SUPP-CONTACT TO FD-ContSnapOut-Record.
           PERFORM 3055-Write-Snap-Record.

       3055-Write-Snap-Record.
           WRITE FD-ContSnapOut-Record.
           IF NOT WS-ContSnapOutFile-Good
              MOVE "PSAP003E" TO WS-Msg-Id
              MOVE "AP-VENDOR-CONTACTS-NEW" TO WS-Msg-Insert
              CALL 'PSAPMSG' USING WS-Msg-Request
              DISPLAY "File Status: " WS-ContSnapOutFile-Status
              MOVE +8 TO RETURN-CODE
              GOBACK
           END-IF.
           ADD +1 TO WS-Snap-Written-Cnt.
           MOVE SPACES TO WS-Hash-Record.
           MOVE FD-ContSnapOut-Record TO WS-Hash-Record.
           CALL 'PSAPHASH' USING WS-Hash-Record WS-Snap-File-Hash.
